000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAXVAR.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  WITHHOLDING VARIANCE CHECK
001100*                  RUN BETWEEN TAXBATCH AND TAXANMLD.  FOR THE
001200*                  TAXBATCH RUN DATE NAMED ON THE COMMAND LINE
001300*                  IT COMPARES EACH EMPLOYEE'S REGULAR
001400*                  WITHHOLDING ON TAXRPT WITH THE PREVIOUS
001500*                  PERIOD (THE NEXT EARLIER RUN DATE ON TAXPER)
001600*                  AND WITH THE EMPLOYEE'S AVERAGE PER EARLIER
001700*                  PERIOD ON TAXYTD, AND THE COMPANY TOTAL ON
001800*                  TAXPER WITH THE PREVIOUS PERIOD'S, AGAINST
001900*                  THE TOLERANCES ON THE VARPARM CARD
002000*                  (VARPREC.CPY).  EMPLOYEES WHO VANISHED FROM
002100*                  THE ROSTER, APPEARED FOR THE FIRST TIME OR
002200*                  COULD NOT BE CALCULATED ARE FLAGGED TOO.
002300*                  FINDINGS GO TO THE VARLIST REVIEW LISTING
002400*                  AND END THE RUN WITH RETURN CODE 04, WHICH
002500*                  HOLDS THE TAXANMLD STEP.  ONCE THE LISTING
002600*                  HAS BEEN REVIEWED THE OPERATOR SIGNS OFF BY
002700*                  RESUBMITTING WITH RELEASE - THE FINDINGS
002800*                  PRINT AGAIN, MARKED RELEASED, AND THE RUN
002900*                  ENDS WITH RETURN CODE 00.
003000*
003100*  ARGUMENT-VALUE SEQUENCE:
003200*      1  RUN-DATE-ARG  PIC X(8), YYYYMMDD - THE TAXBATCH RUN
003300*                       DATE OF THE PERIOD TO CHECK
003400*      2  RELEASE-ARG   'RELEASE' - THE OPERATOR HAS REVIEWED
003500*                       THE FINDINGS AND RELEASES THE PERIOD;
003600*                       BLANK FOR THE NORMAL RUN
003700*
003800*  ONLY CLEAN REGULAR ROWS ARE COMPARED.  ONE-OFF PAYMENT ROWS
003900*  (TYPE 'S') ARE EXPECTED TO STAND OUT AND ARE LEFT OUT, AND
004000*  TAXCORR CORRECTION ROWS BELONG TO THE PERIOD THEY CORRECT,
004100*  NOT TO A RUN.  THE TAXYTD AVERAGE TAKES THIS PERIOD'S ROWS
004200*  BACK OUT OF THE YEAR SO FAR; IT STILL INCLUDES THE TAX ON
004300*  EARLIER ONE-OFF PAYMENTS, WHICH TAXYTD DOES NOT HOLD APART.
004320*  TAXCLOSE ARCHIVES TAXRPT AT YEAR END BUT LEAVES TAXPER, SO THE
004340*  FIRST PERIOD OF A YEAR FINDS THE LAST PERIOD OF THE OLD YEAR
004360*  ON TAXPER WITH NO ROWS ON TAXRPT.  THEN ONLY THE COMPANY
004380*  TOTAL IS COMPARED; THE NEW AND VANISHED CHECKS ARE SKIPPED.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT VARPARM-FILE ASSIGN TO "VARPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-VRP-FILE-STATUS.
005100     SELECT TAXPER-FILE ASSIGN TO "TAXPER"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS PER-KEY
005500         FILE STATUS IS WS-PER-FILE-STATUS.
005600     SELECT TAXRPT-FILE ASSIGN TO "TAXRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-FILE-STATUS.
005900     SELECT TAXYTD-FILE ASSIGN TO "TAXYTD"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS YTD-KEY
006300         FILE STATUS IS WS-YTD-FILE-STATUS.
006400     SELECT VARLIST-FILE ASSIGN TO "VARLIST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-LST-FILE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  VARPARM-FILE.
007000 COPY VARPREC.
007100 FD  TAXPER-FILE.
007200 COPY PERREC.
007300 FD  TAXRPT-FILE.
007400 COPY RPTREC.
007500 FD  TAXYTD-FILE.
007600 COPY YTDREC.
007700 FD  VARLIST-FILE.
007800 01  PRINT-RECORD                 PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01  CLI-RUN-DATE-ARG             PIC X(08) VALUE SPACES.
008100 01  CLI-RELEASE-ARG              PIC X(07) VALUE SPACES.
008200     88  CLI-RELEASED                 VALUE 'RELEASE'.
008300 01  WS-SWITCHES.
008400     05  WS-VRP-FILE-STATUS       PIC X(02) VALUE '00'.
008500         88  WS-VRP-FILE-NOT-FOUND    VALUE '05' '35'.
008600     05  WS-PER-FILE-STATUS       PIC X(02) VALUE '00'.
008700         88  WS-PER-FILE-NOT-FOUND    VALUE '05' '35'.
008800         88  WS-PER-EOF               VALUE '10'.
008900     05  WS-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
009000         88  WS-RPT-FILE-NOT-FOUND    VALUE '05' '35'.
009100         88  WS-RPT-EOF               VALUE '10'.
009200     05  WS-YTD-FILE-STATUS       PIC X(02) VALUE '00'.
009300         88  WS-YTD-FILE-NOT-FOUND    VALUE '05' '35'.
009400     05  WS-LST-FILE-STATUS       PIC X(02) VALUE '00'.
009500     05  WS-YTD-ON-FILE-SW        PIC X(01) VALUE 'N'.
009600         88  WS-YTD-ON-FILE           VALUE 'Y'.
009700     05  WS-LIST-OPEN-SW          PIC X(01) VALUE 'N'.
009800         88  WS-LIST-OPEN             VALUE 'Y'.
009900     05  WS-CUR-PER-FOUND-SW      PIC X(01) VALUE 'N'.
010000         88  WS-CUR-PER-FOUND         VALUE 'Y'.
010100     05  WS-PREV-PER-FOUND-SW     PIC X(01) VALUE 'N'.
010200         88  WS-PREV-PER-FOUND        VALUE 'Y'.
010233     05  WS-PREV-ARCHIVED-SW      PIC X(01) VALUE 'N'.
010266         88  WS-PREV-ARCHIVED         VALUE 'Y'.
010300     05  WS-EM-FOUND-SW           PIC X(01) VALUE 'N'.
010400         88  WS-EM-FOUND              VALUE 'Y'.
010500     05  WS-EM-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
010600         88  WS-EM-TABLE-FULL         VALUE 'Y'.
010700     05  WS-FLAG-SW               PIC X(01) VALUE 'N'.
010800         88  WS-FLAG-RAISED           VALUE 'Y'.
010900 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
011000 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
011100 01  WS-PREV-RUN-DATE             PIC X(08) VALUE SPACES.
011200 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
011250 01  WS-PREV-ROWS-READ            PIC 9(9) COMP VALUE ZERO.
011300 01  WS-EMPLOYEES-COMPARED        PIC 9(9) COMP VALUE ZERO.
011400 01  WS-FINDINGS                  PIC 9(9) COMP VALUE ZERO.
011500 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
011600 01  WS-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
011700 01  WS-LINES-PER-PAGE            PIC 9(4) COMP VALUE 55.
011800*****************************************************************
011900*  COMPANY TOTALS (INCOME TAX, SOLI AND ALL CHURCH TAX) OF THE
012000*  TWO PERIODS.
012100*****************************************************************
012200 01  WS-CUR-COMPANY-TOTAL         PIC 9(13)V99 VALUE ZERO.
012300 01  WS-PREV-COMPANY-TOTAL        PIC 9(13)V99 VALUE ZERO.
012400*****************************************************************
012500*  ONE COMPARISON: THE NEW AND THE EARLIER FIGURE, AND THE
012600*  MOVEMENT WORKED OUT FROM THEM.
012700*****************************************************************
012800 01  WS-NEW-AMOUNT                PIC 9(13)V99 VALUE ZERO.
012900 01  WS-OLD-AMOUNT                PIC 9(13)V99 VALUE ZERO.
013000 01  WS-DIFF                      PIC S9(13)V99 VALUE ZERO.
013100 01  WS-ABS-DIFF                  PIC 9(13)V99 VALUE ZERO.
013200 01  WS-PCT                       PIC 9(05)V9 VALUE ZERO.
013300 01  WS-LIMIT-PCT                 PIC 9(03)V9 VALUE ZERO.
013400 01  WS-LIMIT-AMT                 PIC 9(07)V99 VALUE ZERO.
013500 01  WS-EARLIER-WITHHOLD          PIC S9(11)V99 VALUE ZERO.
013600 01  WS-EARLIER-PERIODS           PIC S9(05) VALUE ZERO.
013700*****************************************************************
013800*  EMPLOYEES ON EITHER PERIOD.  -CUR-/-PREV- HOLD THE CLEAN
013900*  REGULAR WITHHOLDING; -CUR-ALL- EVERY ROW OF THIS RUN, SO
014000*  THE ONE-OFFS CAN BE TAKEN BACK OUT OF TAXYTD.
014100*****************************************************************
014200 01  WS-EM-COUNT                  PIC 9(4) COMP VALUE ZERO.
014300 01  WS-EM-IDX                    PIC 9(4) COMP VALUE ZERO.
014400 01  WS-EMPLOYEE-TABLE.
014500     05  WS-EM-ENTRY OCCURS 2000 TIMES.
014600         10  WS-EM-ID             PIC X(11).
014700         10  WS-EM-IN-CUR         PIC X(01).
014800         10  WS-EM-IN-PREV        PIC X(01).
014900         10  WS-EM-CUR-RC         PIC 9(02).
015000         10  WS-EM-CUR-YEAR       PIC 9(04).
015100         10  WS-EM-CUR-WITHHOLD   PIC 9(11)V99.
015200         10  WS-EM-CUR-ALL-WH     PIC 9(11)V99.
015300         10  WS-EM-PREV-WITHHOLD  PIC 9(11)V99.
015400         10  WS-EM-PREV-RC        PIC 9(02).
015500*****************************************************************
015600*  PRINT LINE LAYOUTS.
015700*****************************************************************
015800 01  WS-HEADING-1.
015900     05  FILLER                   PIC X(20)
016000         VALUE 'PAYROLL SYSTEMS     '.
016100     05  FILLER                   PIC X(35)
016200         VALUE 'WITHHOLDING VARIANCE REVIEW        '.
016300     05  FILLER                   PIC X(08) VALUE 'PERIOD  '.
016400     05  WS-HD1-RUN-DATE          PIC X(08).
016500     05  FILLER                   PIC X(05) VALUE SPACES.
016600     05  FILLER                   PIC X(08) VALUE 'PRINTED '.
016700     05  WS-HD1-DATE              PIC X(08).
016800     05  FILLER                   PIC X(31) VALUE SPACES.
016900     05  FILLER                   PIC X(05) VALUE 'PAGE '.
017000     05  WS-HD1-PAGE              PIC ZZZ9.
017100 01  WS-HEADING-2.
017200     05  FILLER                   PIC X(11) VALUE 'EMPLOYEE-ID'.
017300     05  FILLER                   PIC X(02) VALUE SPACES.
017400     05  FILLER                   PIC X(32) VALUE 'FINDING'.
017500     05  FILLER                   PIC X(02) VALUE SPACES.
017600     05  FILLER                   PIC X(14)
017700         VALUE '   THIS PERIOD'.
017800     05  FILLER                   PIC X(02) VALUE SPACES.
017900     05  FILLER                   PIC X(14)
018000         VALUE ' COMPARED WITH'.
018100     05  FILLER                   PIC X(02) VALUE SPACES.
018200     05  FILLER                   PIC X(15)
018300         VALUE '     DIFFERENCE'.
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  FILLER                   PIC X(08) VALUE ' PERCENT'.
018600 01  WS-FINDING-LINE.
018700     05  WS-FL-EMP-ID             PIC X(11).
018800     05  FILLER                   PIC X(02) VALUE SPACES.
018900     05  WS-FL-FINDING            PIC X(32).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  WS-FL-NEW                PIC ZZZ,ZZZ,ZZ9.99.
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  WS-FL-OLD                PIC ZZZ,ZZZ,ZZ9.99.
019400     05  FILLER                   PIC X(02) VALUE SPACES.
019500     05  WS-FL-DIFF               PIC -ZZZ,ZZZ,ZZ9.99.
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  WS-FL-PCT                PIC ZZZZ9.9.
019800     05  WS-FL-PCT-SIGN           PIC X(01).
019900 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
020000 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
020100 01  WS-PCT-EDIT                  PIC ZZ9.9.
020200 01  WS-AMT-EDIT                  PIC Z,ZZZ,ZZ9.99.
020300*****************************************************************
020400*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
020500*****************************************************************
020600 COPY RLOGREC.
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021100     IF WS-RETURN-CODE = ZERO
021200         PERFORM 2000-FIND-PERIODS THRU 2000-EXIT
021300     END-IF
021400     IF WS-RETURN-CODE = ZERO
021500         PERFORM 3000-COLLECT-EMPLOYEES THRU 3000-EXIT
021600     END-IF
021700     IF WS-RETURN-CODE = ZERO
021800         PERFORM 4000-LIST-FINDINGS THRU 4000-EXIT
021900     END-IF
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT
022100     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
022200     STOP RUN RETURNING WS-RETURN-CODE.
022300
022400*****************************************************************
022500*  1000-INITIALIZE - READ THE ARGUMENTS AND THE TOLERANCE CARD.
022600*  WITHOUT A USABLE CARD THERE IS NOTHING TO CHECK AGAINST, SO
022700*  THE RUN STOPS AND THE PERIOD STAYS HELD.
022800*****************************************************************
022900 1000-INITIALIZE.
023000     ACCEPT CLI-RUN-DATE-ARG FROM ARGUMENT-VALUE
023100     ACCEPT CLI-RELEASE-ARG FROM ARGUMENT-VALUE
023200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023300     IF CLI-RUN-DATE-ARG = SPACES
023400         OR CLI-RUN-DATE-ARG NOT NUMERIC
023500         DISPLAY 'TAXVAR: RUN-DATE-ARG MUST BE THE TAXBATCH RUN '
023600             'DATE (YYYYMMDD)'
023700         MOVE 92 TO WS-RETURN-CODE
023800         GO TO 1000-EXIT
023900     END-IF
024000     IF CLI-RELEASE-ARG NOT = SPACES
024100         AND NOT CLI-RELEASED
024200         DISPLAY 'TAXVAR: RELEASE-ARG MUST BE RELEASE OR BLANK'
024300         MOVE 92 TO WS-RETURN-CODE
024400         GO TO 1000-EXIT
024500     END-IF
024600     OPEN INPUT VARPARM-FILE
024700     IF WS-VRP-FILE-NOT-FOUND
024800         DISPLAY 'TAXVAR: NO VARPARM TOLERANCE CARD ON FILE - '
024900             'RUN ABORTED'
025000         MOVE 93 TO WS-RETURN-CODE
025100         GO TO 1000-EXIT
025200     END-IF
025300     READ VARPARM-FILE
025400         AT END
025500             DISPLAY 'TAXVAR: VARPARM TOLERANCE CARD IS EMPTY - '
025600                 'RUN ABORTED'
025700             MOVE 93 TO WS-RETURN-CODE
025800     END-READ
025900     CLOSE VARPARM-FILE
026000     IF WS-RETURN-CODE NOT = ZERO
026100         GO TO 1000-EXIT
026200     END-IF
026300     IF VARP-PREV-PCT NOT NUMERIC
026400         OR VARP-PREV-AMT NOT NUMERIC
026500         OR VARP-AVG-PCT NOT NUMERIC
026600         OR VARP-AVG-AMT NOT NUMERIC
026700         OR VARP-COMPANY-PCT NOT NUMERIC
026800         DISPLAY 'TAXVAR: VARPARM TOLERANCE CARD IS NOT NUMERIC '
026900             '- RUN ABORTED'
027000         MOVE 93 TO WS-RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF
027300     OPEN INPUT TAXYTD-FILE
027400     IF WS-YTD-FILE-NOT-FOUND
027500         DISPLAY 'TAXVAR: NO TAXYTD FILE ON FILE - AVERAGE '
027600             'CHECKS NOT MADE'
027700     ELSE
027800         MOVE 'Y' TO WS-YTD-ON-FILE-SW
027900     END-IF
028000     OPEN OUTPUT VARLIST-FILE
028100     MOVE 'Y' TO WS-LIST-OPEN-SW
028200     MOVE WS-RUN-DATE TO WS-HD1-DATE
028300     MOVE CLI-RUN-DATE-ARG TO WS-HD1-RUN-DATE
028400     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT.
028500 1000-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*  2000-FIND-PERIODS - THE COMPANY ROWS ON TAXPER FOR THIS
029000*  PERIOD AND FOR THE ONE BEFORE IT.  TAXPER IS IN RUN-DATE
029100*  ORDER, SO THE LAST EARLIER COMPANY ROW READ IS THE PREVIOUS
029200*  PERIOD.
029300*****************************************************************
029400 2000-FIND-PERIODS.
029500     OPEN INPUT TAXPER-FILE
029600     IF WS-PER-FILE-NOT-FOUND
029700         DISPLAY 'TAXVAR: NO TAXPER FILE ON FILE - NOTHING TO '
029800             'CHECK'
029900         MOVE 91 TO WS-RETURN-CODE
030000         GO TO 2000-EXIT
030100     END-IF
030200     PERFORM 2100-READ-PERIOD-ROW THRU 2100-EXIT
030300         UNTIL WS-PER-EOF
030400     CLOSE TAXPER-FILE
030500     IF NOT WS-CUR-PER-FOUND
030600         DISPLAY 'TAXVAR: PERIOD ' CLI-RUN-DATE-ARG
030700             ' NOT ON TAXPER'
030800         MOVE 94 TO WS-RETURN-CODE
030900     END-IF.
031000 2000-EXIT.
031100     EXIT.
031200
031300 2100-READ-PERIOD-ROW.
031400     READ TAXPER-FILE NEXT
031500         AT END
031600             GO TO 2100-EXIT
031700     END-READ
031800     IF NOT PER-COMPANY-TOTAL
031900         OR PER-RUN-DATE > CLI-RUN-DATE-ARG
032000         GO TO 2100-EXIT
032100     END-IF
032200     IF PER-RUN-DATE = CLI-RUN-DATE-ARG
032300         MOVE 'Y' TO WS-CUR-PER-FOUND-SW
032400         PERFORM 2200-COMPANY-TOTAL THRU 2200-EXIT
032500         MOVE WS-NEW-AMOUNT TO WS-CUR-COMPANY-TOTAL
032600     ELSE
032700         MOVE 'Y' TO WS-PREV-PER-FOUND-SW
032800         MOVE PER-RUN-DATE TO WS-PREV-RUN-DATE
032900         PERFORM 2200-COMPANY-TOTAL THRU 2200-EXIT
033000         MOVE WS-NEW-AMOUNT TO WS-PREV-COMPANY-TOTAL
033100     END-IF.
033200 2100-EXIT.
033300     EXIT.
033400
033500 2200-COMPANY-TOTAL.
033600     MOVE ZERO TO WS-NEW-AMOUNT
033700     IF PER-INCOME-TAX NUMERIC
033800         ADD PER-INCOME-TAX TO WS-NEW-AMOUNT
033900     END-IF
034000     IF PER-SOLI-TAX NUMERIC
034100         ADD PER-SOLI-TAX TO WS-NEW-AMOUNT
034200     END-IF
034300     IF PER-CHURCH-TAX-8 NUMERIC
034400         ADD PER-CHURCH-TAX-8 TO WS-NEW-AMOUNT
034500     END-IF
034600     IF PER-CHURCH-TAX-9 NUMERIC
034700         ADD PER-CHURCH-TAX-9 TO WS-NEW-AMOUNT
034800     END-IF
034900     IF PER-CHURCH-TAX-ODD NUMERIC
035000         ADD PER-CHURCH-TAX-ODD TO WS-NEW-AMOUNT
035100     END-IF.
035200 2200-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600*  3000-COLLECT-EMPLOYEES - ONE PASS OVER TAXRPT FOR THE ROWS
035700*  OF THE TWO RUN DATES.  CONTROL ROWS AND CORRECTION ROWS
035800*  ARE PASSED OVER.
035900*****************************************************************
036000 3000-COLLECT-EMPLOYEES.
036100     OPEN INPUT TAXRPT-FILE
036200     IF WS-RPT-FILE-NOT-FOUND
036300         DISPLAY 'TAXVAR: NO TAXRPT FILE ON FILE - NOTHING TO '
036400             'CHECK'
036500         MOVE 91 TO WS-RETURN-CODE
036600         GO TO 3000-EXIT
036700     END-IF
036800     PERFORM 3100-READ-REPORT-ROW THRU 3100-EXIT
036900         UNTIL WS-RPT-EOF
037000     CLOSE TAXRPT-FILE.
037100 3000-EXIT.
037200     EXIT.
037300
037400 3100-READ-REPORT-ROW.
037500     READ TAXRPT-FILE
037600         AT END
037700             GO TO 3100-EXIT
037800     END-READ
037900     IF RPT-RUN-DATE = 'CTL-HDR '
038000         OR RPT-RUN-DATE = 'CTL-TRL '
038100         OR RPT-RUN-DATE = 'CTL-CFW '
038200         GO TO 3100-EXIT
038300     END-IF
038400     ADD 1 TO WS-ROWS-READ
038500     IF RPT-IS-CORRECTION
038600         GO TO 3100-EXIT
038700     END-IF
038800     IF RPT-RUN-DATE NOT = CLI-RUN-DATE-ARG
038900         AND (NOT WS-PREV-PER-FOUND
039000              OR RPT-RUN-DATE NOT = WS-PREV-RUN-DATE)
039100         GO TO 3100-EXIT
039200     END-IF
039225     IF RPT-RUN-DATE NOT = CLI-RUN-DATE-ARG
039250         ADD 1 TO WS-PREV-ROWS-READ
039275     END-IF
039300     PERFORM 3200-FIND-EMPLOYEE THRU 3200-EXIT
039400     IF NOT WS-EM-FOUND
039500         GO TO 3100-EXIT
039600     END-IF
039700     IF RPT-RUN-DATE = CLI-RUN-DATE-ARG
039800         ADD RPT-TOTAL-WITHHOLD TO WS-EM-CUR-ALL-WH (WS-EM-IDX)
039900         IF RPT-IS-ONE-OFF
040000             GO TO 3100-EXIT
040100         END-IF
040200         MOVE 'Y' TO WS-EM-IN-CUR (WS-EM-IDX)
040300         MOVE RPT-RETURN-CODE TO WS-EM-CUR-RC (WS-EM-IDX)
040400         MOVE RPT-YEAR-ARG TO WS-EM-CUR-YEAR (WS-EM-IDX)
040500         ADD RPT-TOTAL-WITHHOLD TO WS-EM-CUR-WITHHOLD (WS-EM-IDX)
040600     ELSE
040700         IF RPT-IS-ONE-OFF
040800             GO TO 3100-EXIT
040900         END-IF
041000         MOVE 'Y' TO WS-EM-IN-PREV (WS-EM-IDX)
041100         MOVE RPT-RETURN-CODE TO WS-EM-PREV-RC (WS-EM-IDX)
041200         ADD RPT-TOTAL-WITHHOLD TO WS-EM-PREV-WITHHOLD (WS-EM-IDX)
041300     END-IF.
041400 3100-EXIT.
041500     EXIT.
041600
041700 3200-FIND-EMPLOYEE.
041800     MOVE 'N' TO WS-EM-FOUND-SW
041900     PERFORM 3210-TEST-EMPLOYEE THRU 3210-EXIT
042000         VARYING WS-EM-IDX FROM 1 BY 1
042100         UNTIL WS-EM-IDX > WS-EM-COUNT
042200                OR WS-EM-FOUND
042300     IF WS-EM-FOUND
042400         SUBTRACT 1 FROM WS-EM-IDX
042500         GO TO 3200-EXIT
042600     END-IF
042700     IF WS-EM-COUNT = 2000
042800         IF NOT WS-EM-TABLE-FULL
042900             DISPLAY 'TAXVAR: EMPLOYEE TABLE FULL AT 2000 '
043000                 'ENTRIES - FURTHER EMPLOYEES NOT CHECKED'
043100             MOVE 'Y' TO WS-EM-TABLE-FULL-SW
043200         END-IF
043300         GO TO 3200-EXIT
043400     END-IF
043500     ADD 1 TO WS-EM-COUNT
043600     MOVE WS-EM-COUNT TO WS-EM-IDX
043700     MOVE RPT-TAXPAYER-ID TO WS-EM-ID (WS-EM-IDX)
043800     MOVE 'N' TO WS-EM-IN-CUR (WS-EM-IDX)
043900     MOVE 'N' TO WS-EM-IN-PREV (WS-EM-IDX)
044000     MOVE ZERO TO WS-EM-CUR-RC (WS-EM-IDX)
044100     MOVE ZERO TO WS-EM-CUR-YEAR (WS-EM-IDX)
044200     MOVE ZERO TO WS-EM-CUR-WITHHOLD (WS-EM-IDX)
044300     MOVE ZERO TO WS-EM-CUR-ALL-WH (WS-EM-IDX)
044400     MOVE ZERO TO WS-EM-PREV-WITHHOLD (WS-EM-IDX)
044500     MOVE ZERO TO WS-EM-PREV-RC (WS-EM-IDX)
044600     MOVE 'Y' TO WS-EM-FOUND-SW.
044700 3200-EXIT.
044800     EXIT.
044900
045000 3210-TEST-EMPLOYEE.
045100     IF WS-EM-ID (WS-EM-IDX) = RPT-TAXPAYER-ID
045200         MOVE 'Y' TO WS-EM-FOUND-SW
045300     END-IF.
045400 3210-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*  4000-LIST-FINDINGS - EVERY EMPLOYEE, THEN THE COMPANY
045900*  TOTAL, THEN THE CONTROL COUNTS AND THE VERDICT.
046000*****************************************************************
046100 4000-LIST-FINDINGS.
046110     IF WS-PREV-PER-FOUND
046120         AND WS-PREV-ROWS-READ = ZERO
046130         MOVE 'Y' TO WS-PREV-ARCHIVED-SW
046140         MOVE 'COMPANY      PREVIOUS PERIOD ARCHIVED - '
046150             TO WS-SECTION-LINE
046160         MOVE 'NO EMPLOYEE COMPARISON'
046170             TO WS-SECTION-LINE (41:22)
046180         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
046190     END-IF
046200     IF NOT WS-PREV-PER-FOUND
046300         MOVE SPACES TO WS-FINDING-LINE
046400         MOVE 'COMPANY' TO WS-FL-EMP-ID
046500         MOVE 'NO PREVIOUS PERIOD ON TAXPER' TO WS-FL-FINDING
046600         MOVE WS-FINDING-LINE TO WS-SECTION-LINE
046700         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
046800         ADD 1 TO WS-FINDINGS
046900     END-IF
047000     PERFORM 4100-CHECK-EMPLOYEE THRU 4100-EXIT
047100         VARYING WS-EM-IDX FROM 1 BY 1
047200         UNTIL WS-EM-IDX > WS-EM-COUNT
047300     IF WS-PREV-PER-FOUND
047400         MOVE WS-CUR-COMPANY-TOTAL TO WS-NEW-AMOUNT
047500         MOVE WS-PREV-COMPANY-TOTAL TO WS-OLD-AMOUNT
047600         MOVE VARP-COMPANY-PCT TO WS-LIMIT-PCT
047700         MOVE ZERO TO WS-LIMIT-AMT
047800         PERFORM 5000-TEST-MOVEMENT THRU 5000-EXIT
047900         IF WS-FLAG-RAISED
048000             MOVE 'COMPANY' TO WS-FL-EMP-ID
048100             MOVE 'COMPANY TOTAL VS PREVIOUS PERIOD'
048200                 TO WS-FL-FINDING
048300             PERFORM 5100-PRINT-MOVEMENT THRU 5100-EXIT
048400         END-IF
048500     END-IF
048600     PERFORM 4500-PRINT-CONTROL-TOTALS THRU 4500-EXIT.
048700 4000-EXIT.
048800     EXIT.
048900
049000 4100-CHECK-EMPLOYEE.
049100     MOVE SPACES TO WS-FINDING-LINE
049200     MOVE WS-EM-ID (WS-EM-IDX) TO WS-FL-EMP-ID
049300     IF WS-EM-IN-CUR (WS-EM-IDX) NOT = 'Y'
049320         AND WS-PREV-ARCHIVED
049340         GO TO 4100-EXIT
049360     END-IF
049380     IF WS-EM-IN-CUR (WS-EM-IDX) NOT = 'Y'
049400         MOVE 'VANISHED - NOT PAID THIS PERIOD' TO WS-FL-FINDING
049500         MOVE WS-EM-PREV-WITHHOLD (WS-EM-IDX) TO WS-FL-OLD
049600         PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
049700         GO TO 4100-EXIT
049800     END-IF
049900     IF WS-EM-CUR-RC (WS-EM-IDX) NOT = ZERO
050000         MOVE SPACES TO WS-FL-FINDING
050100         STRING 'NOT CALCULATED - TAXCALC RC '
050200             WS-EM-CUR-RC (WS-EM-IDX)
050300             DELIMITED BY SIZE INTO WS-FL-FINDING
050400         PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
050500         GO TO 4100-EXIT
050600     END-IF
050700     ADD 1 TO WS-EMPLOYEES-COMPARED
050800     IF WS-PREV-PER-FOUND
050850         AND NOT WS-PREV-ARCHIVED
050900         AND WS-EM-IN-PREV (WS-EM-IDX) NOT = 'Y'
051000         MOVE 'NEW - NOT PAID LAST PERIOD' TO WS-FL-FINDING
051100         MOVE WS-EM-CUR-WITHHOLD (WS-EM-IDX) TO WS-FL-NEW
051200         PERFORM 4900-PRINT-FINDING THRU 4900-EXIT
051300     END-IF
051400     IF WS-EM-IN-PREV (WS-EM-IDX) = 'Y'
051500         AND WS-EM-PREV-RC (WS-EM-IDX) = ZERO
051600         MOVE WS-EM-CUR-WITHHOLD (WS-EM-IDX) TO WS-NEW-AMOUNT
051700         MOVE WS-EM-PREV-WITHHOLD (WS-EM-IDX) TO WS-OLD-AMOUNT
051800         MOVE VARP-PREV-PCT TO WS-LIMIT-PCT
051900         MOVE VARP-PREV-AMT TO WS-LIMIT-AMT
052000         PERFORM 5000-TEST-MOVEMENT THRU 5000-EXIT
052100         IF WS-FLAG-RAISED
052200             MOVE 'WITHHOLDING VS PREVIOUS PERIOD'
052300                 TO WS-FL-FINDING
052400             PERFORM 5100-PRINT-MOVEMENT THRU 5100-EXIT
052500         END-IF
052600     END-IF
052700     PERFORM 4200-CHECK-AGAINST-AVERAGE THRU 4200-EXIT.
052800 4100-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*  4200-CHECK-AGAINST-AVERAGE - THE YEAR SO FAR ON TAXYTD LESS
053300*  EVERYTHING THIS RUN ADDED TO IT, SPREAD OVER THE EARLIER
053400*  PERIODS.  NO EARLIER PERIOD IN THE YEAR, NO CHECK.
053500*****************************************************************
053600 4200-CHECK-AGAINST-AVERAGE.
053700     IF NOT WS-YTD-ON-FILE
053800         GO TO 4200-EXIT
053900     END-IF
054000     MOVE WS-EM-ID (WS-EM-IDX) TO YTD-EMP-ID
054100     MOVE WS-EM-CUR-YEAR (WS-EM-IDX) TO YTD-YEAR
054200     READ TAXYTD-FILE
054300         INVALID KEY
054400             GO TO 4200-EXIT
054500     END-READ
054600     COMPUTE WS-EARLIER-PERIODS = YTD-PERIOD-COUNT - 1
054700     COMPUTE WS-EARLIER-WITHHOLD = YTD-WITHHOLD
054800         - WS-EM-CUR-ALL-WH (WS-EM-IDX)
054900     IF WS-EARLIER-PERIODS < 1
055000         OR WS-EARLIER-WITHHOLD < ZERO
055100         GO TO 4200-EXIT
055200     END-IF
055300     MOVE SPACES TO WS-FINDING-LINE
055400     MOVE WS-EM-ID (WS-EM-IDX) TO WS-FL-EMP-ID
055500     MOVE WS-EM-CUR-WITHHOLD (WS-EM-IDX) TO WS-NEW-AMOUNT
055600     COMPUTE WS-OLD-AMOUNT ROUNDED =
055700         WS-EARLIER-WITHHOLD / WS-EARLIER-PERIODS
055800     MOVE VARP-AVG-PCT TO WS-LIMIT-PCT
055900     MOVE VARP-AVG-AMT TO WS-LIMIT-AMT
056000     PERFORM 5000-TEST-MOVEMENT THRU 5000-EXIT
056100     IF WS-FLAG-RAISED
056200         MOVE 'WITHHOLDING VS TAXYTD AVERAGE' TO WS-FL-FINDING
056300         PERFORM 5100-PRINT-MOVEMENT THRU 5100-EXIT
056400     END-IF.
056500 4200-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  4500-PRINT-CONTROL-TOTALS - THE TOLERANCES APPLIED, THE
057000*  COUNTS, AND WHETHER THE PERIOD IS HELD OR RELEASED.
057100*****************************************************************
057200 4500-PRINT-CONTROL-TOTALS.
057300     MOVE SPACES TO WS-SECTION-LINE
057400     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
057500     MOVE SPACES TO WS-SECTION-LINE
057600     IF WS-PREV-PER-FOUND
057700         STRING 'PREVIOUS PERIOD  ' WS-PREV-RUN-DATE
057800             DELIMITED BY SIZE INTO WS-SECTION-LINE
057900     ELSE
058000         MOVE 'PREVIOUS PERIOD  NONE' TO WS-SECTION-LINE
058100     END-IF
058200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
058300     MOVE SPACES TO WS-SECTION-LINE
058400     MOVE VARP-PREV-PCT TO WS-PCT-EDIT
058500     MOVE VARP-PREV-AMT TO WS-AMT-EDIT
058600     STRING 'TOLERANCE VS PREVIOUS PERIOD  ' WS-PCT-EDIT
058700         ' PCT AND ' WS-AMT-EDIT
058800         DELIMITED BY SIZE INTO WS-SECTION-LINE
058900     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
059000     MOVE SPACES TO WS-SECTION-LINE
059100     MOVE VARP-AVG-PCT TO WS-PCT-EDIT
059200     MOVE VARP-AVG-AMT TO WS-AMT-EDIT
059300     STRING 'TOLERANCE VS TAXYTD AVERAGE   ' WS-PCT-EDIT
059400         ' PCT AND ' WS-AMT-EDIT
059500         DELIMITED BY SIZE INTO WS-SECTION-LINE
059600     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
059700     MOVE SPACES TO WS-SECTION-LINE
059800     MOVE VARP-COMPANY-PCT TO WS-PCT-EDIT
059900     STRING 'TOLERANCE ON COMPANY TOTAL    ' WS-PCT-EDIT
060000         ' PCT'
060100         DELIMITED BY SIZE INTO WS-SECTION-LINE
060200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
060300     MOVE SPACES TO WS-SECTION-LINE
060400     MOVE WS-EM-COUNT TO WS-COUNT-EDIT
060500     STRING 'EMPLOYEES ON EITHER PERIOD    ' WS-COUNT-EDIT
060600         DELIMITED BY SIZE INTO WS-SECTION-LINE
060700     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
060800     MOVE SPACES TO WS-SECTION-LINE
060900     MOVE WS-EMPLOYEES-COMPARED TO WS-COUNT-EDIT
061000     STRING 'EMPLOYEES COMPARED            ' WS-COUNT-EDIT
061100         DELIMITED BY SIZE INTO WS-SECTION-LINE
061200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
061300     MOVE SPACES TO WS-SECTION-LINE
061400     MOVE WS-FINDINGS TO WS-COUNT-EDIT
061500     STRING 'FINDINGS                      ' WS-COUNT-EDIT
061600         DELIMITED BY SIZE INTO WS-SECTION-LINE
061700     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
061800     MOVE SPACES TO WS-SECTION-LINE
061900     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
062000     IF WS-EM-TABLE-FULL
062100         ADD 1 TO WS-FINDINGS
062200         MOVE 'EMPLOYEE TABLE FULL - NOT EVERY EMPLOYEE CHECKED'
062300             TO WS-SECTION-LINE
062400         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
062500     END-IF
062600     EVALUATE TRUE
062700         WHEN WS-FINDINGS = ZERO
062800             MOVE 'NO FINDINGS - PERIOD RELEASED FOR TAXANMLD'
062900                 TO WS-SECTION-LINE
063000         WHEN CLI-RELEASED
063100             MOVE 'FINDINGS REVIEWED - PERIOD RELEASED FOR '
063200                 TO WS-SECTION-LINE
063300             MOVE 'TAXANMLD ON OPERATOR SIGN-OFF'
063400                 TO WS-SECTION-LINE (41:29)
063500             DISPLAY 'TAXVAR: ' WS-FINDINGS ' FINDINGS RELEASED '
063600                 'ON OPERATOR SIGN-OFF'
063700         WHEN OTHER
063800             MOVE 'FINDINGS - TAXANMLD HELD UNTIL REVIEWED AND '
063900                 TO WS-SECTION-LINE
064000             MOVE 'RELEASED' TO WS-SECTION-LINE (45:8)
064100             IF WS-RETURN-CODE < 04
064133                 MOVE 04 TO WS-RETURN-CODE
064166             END-IF
064200     END-EVALUATE
064300     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
064400 4500-EXIT.
064500     EXIT.
064600
064700 4900-PRINT-FINDING.
064800     ADD 1 TO WS-FINDINGS
064900     MOVE WS-FINDING-LINE TO WS-SECTION-LINE
065000     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
065100     MOVE SPACES TO WS-FINDING-LINE
065200     MOVE WS-EM-ID (WS-EM-IDX) TO WS-FL-EMP-ID.
065300 4900-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700*  5000-TEST-MOVEMENT - WS-NEW-AMOUNT AGAINST WS-OLD-AMOUNT.
065800*  FLAGGED WHEN THE MOVEMENT IS OVER WS-LIMIT-PCT OF THE OLD
065900*  FIGURE AND OVER WS-LIMIT-AMT.  FROM ZERO, ANY MOVEMENT OVER
066000*  THE AMOUNT FLAGS.
066100*****************************************************************
066200 5000-TEST-MOVEMENT.
066300     MOVE 'N' TO WS-FLAG-SW
066400     COMPUTE WS-DIFF = WS-NEW-AMOUNT - WS-OLD-AMOUNT
066500     IF WS-DIFF < ZERO
066600         COMPUTE WS-ABS-DIFF = ZERO - WS-DIFF
066700     ELSE
066800         MOVE WS-DIFF TO WS-ABS-DIFF
066900     END-IF
067000     IF WS-ABS-DIFF NOT > WS-LIMIT-AMT
067100         OR WS-ABS-DIFF = ZERO
067200         GO TO 5000-EXIT
067300     END-IF
067400     IF WS-OLD-AMOUNT = ZERO
067500         MOVE 99999.9 TO WS-PCT
067600         MOVE 'Y' TO WS-FLAG-SW
067700         GO TO 5000-EXIT
067800     END-IF
067900     COMPUTE WS-PCT ROUNDED = WS-ABS-DIFF * 100 / WS-OLD-AMOUNT
068000         ON SIZE ERROR
068100             MOVE 99999.9 TO WS-PCT
068200     END-COMPUTE
068300     IF WS-PCT > WS-LIMIT-PCT
068400         MOVE 'Y' TO WS-FLAG-SW
068500     END-IF.
068600 5000-EXIT.
068700     EXIT.
068800
068900 5100-PRINT-MOVEMENT.
069000     MOVE WS-NEW-AMOUNT TO WS-FL-NEW
069100     MOVE WS-OLD-AMOUNT TO WS-FL-OLD
069200     MOVE WS-DIFF TO WS-FL-DIFF
069300     MOVE WS-PCT TO WS-FL-PCT
069400     MOVE '%' TO WS-FL-PCT-SIGN
069500     PERFORM 4900-PRINT-FINDING THRU 4900-EXIT.
069600 5100-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000*  6000-START-NEW-PAGE - PAGE HEADING AND COLUMN HEADS.
070100*****************************************************************
070200 6000-START-NEW-PAGE.
070300     ADD 1 TO WS-PAGE-NUMBER
070400     MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE
070500     IF WS-PAGE-NUMBER = 1
070600         WRITE PRINT-RECORD FROM WS-HEADING-1
070700             AFTER ADVANCING 0 LINES
070800     ELSE
070900         WRITE PRINT-RECORD FROM WS-HEADING-1
071000             AFTER ADVANCING PAGE
071100     END-IF
071200     WRITE PRINT-RECORD FROM WS-HEADING-2
071300         AFTER ADVANCING 1 LINE
071400     MOVE SPACES TO PRINT-RECORD
071500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
071600     MOVE 3 TO WS-LINE-COUNT.
071700 6000-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100*  6100-WRITE-REPORT-LINE - WRITE WS-SECTION-LINE, BREAKING TO
072200*  A NEW PAGE WHEN THE CURRENT ONE IS FULL.
072300*****************************************************************
072400 6100-WRITE-REPORT-LINE.
072500     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
072600         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
072700     END-IF
072800     WRITE PRINT-RECORD FROM WS-SECTION-LINE
072900         AFTER ADVANCING 1 LINE
073000     ADD 1 TO WS-LINE-COUNT
073100     IF WS-LST-FILE-STATUS NOT = '00'
073200         DISPLAY 'TAXVAR: VARLIST WRITE FAILED - STATUS '
073300             WS-LST-FILE-STATUS
073400         MOVE 98 TO WS-RETURN-CODE
073500     END-IF.
073600 6100-EXIT.
073700     EXIT.
073800
073900*****************************************************************
074000*  9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE CONTROL
074100*  COUNTS FOR THE JOB LOG.
074200*****************************************************************
074300 9000-TERMINATE.
074400     IF WS-LIST-OPEN
074500         CLOSE VARLIST-FILE
074600     END-IF
074700     IF WS-YTD-ON-FILE
074800         CLOSE TAXYTD-FILE
074900     END-IF
075000     DISPLAY 'TAXVAR: PERIOD CHECKED...... ' CLI-RUN-DATE-ARG
075100     DISPLAY 'TAXVAR: PREVIOUS PERIOD..... ' WS-PREV-RUN-DATE
075200     DISPLAY 'TAXVAR: TAXRPT ROWS READ.... ' WS-ROWS-READ
075300     DISPLAY 'TAXVAR: EMPLOYEES COMPARED.. '
075400         WS-EMPLOYEES-COMPARED
075500     DISPLAY 'TAXVAR: FINDINGS............ ' WS-FINDINGS.
075600 9000-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
076100*****************************************************************
076200 9800-LOG-RUN-START.
076300     MOVE SPACES TO RLOG-RECORD
076400     MOVE 'S' TO RLOG-RECORD-TYPE
076500     MOVE 'TAXVAR' TO RLOG-PROGRAM-ID
076600     MOVE ZERO TO RLOG-RETURN-CODE
076700     MOVE ZERO TO RLOG-RECORDS-READ
076800     MOVE ZERO TO RLOG-RECORDS-WRITTEN
076900     MOVE ZERO TO RLOG-RECORDS-REJECTED
077000     CALL 'RUNLOGW' USING RLOG-RECORD.
077100 9800-EXIT.
077200     EXIT.
077300
077400 9900-LOG-RUN-END.
077500     MOVE SPACES TO RLOG-RECORD
077600     MOVE 'E' TO RLOG-RECORD-TYPE
077700     MOVE 'TAXVAR' TO RLOG-PROGRAM-ID
077800     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
077900     MOVE WS-ROWS-READ TO RLOG-RECORDS-READ
078000     MOVE WS-EMPLOYEES-COMPARED TO RLOG-RECORDS-WRITTEN
078100     MOVE WS-FINDINGS TO RLOG-RECORDS-REJECTED
078200     CALL 'RUNLOGW' USING RLOG-RECORD.
078300 9900-EXIT.
078400     EXIT.
