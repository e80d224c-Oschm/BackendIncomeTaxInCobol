000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAXSTMT.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  PERIOD TAX STATEMENT (THE
001100*                  TAX SECTION OF THE LOHNABRECHNUNG), RUN
001200*                  AFTER EACH TAXBATCH PERIOD: ONE PAGE ON
001300*                  STMTLIST PER EMPLOYEE ON THE RUN, SHOWING
001400*                  THE STANDING DATA USED (TAX CLASS, CHILD
001500*                  ALLOWANCE COUNTER, CHURCH RATE, FACTOR - FROM
001600*                  THE EMPMAST VERSION IN FORCE FOR THE PAY
001700*                  PERIOD), THE PERIOD GROSS, INCOME TAX, SOLI,
001800*                  CHURCH TAX AND TOTAL WITHHOLDING, EVERY
001900*                  TAXCORR CORRECTION TO AN EARLIER PERIOD
002000*                  POSTED SINCE THE PREVIOUS TAXBATCH RUN AS
002100*                  ITS OWN LINE, AND THE YEAR-TO-DATE FIGURES
002200*                  FROM TAXYTD.  A CONTROL PAGE AT THE END
002300*                  PROVES THE ROWS PRINTED AGAINST THE RUN'S
002400*                  CTL-HDR/CTL-TRL BRACKET ON TAXRPT; A
002500*                  MISMATCH ENDS WITH RETURN CODE 96.  REPLACES
002600*                  ANSWERING DEDUCTION QUERIES FROM TAXRPT
002700*                  WITH AUDITINQ.
002800*
002900*  ARGUMENT-VALUE SEQUENCE:
003000*      1  RUN-DATE-ARG     PIC X(8), YYYYMMDD - THE TAXBATCH
003100*                          RUN DATE TO STATE.  EVERY TAXRPT
003200*                          BRACKET WITH THAT RUN DATE COUNTS,
003300*                          SO A SAME-DAY RESTART IS STATED
003400*                          WITH THE RUN IT COMPLETES
003500*      2  PERIOD-DATE-ARG  PIC X(8), YYYYMMDD - THE PAY-PERIOD
003600*                          DATE GIVEN TO TAXBATCH, WHICH PICKS
003700*                          THE EMPMAST VERSION SHOWN.  BLANK
003800*                          MEANS THE RUN DATE, AS IN TAXBATCH
003900*
004000*  A CORRECTION IS SHOWN ON THE STATEMENT OF THE FIRST
004100*  TAXBATCH RUN AFTER IT WAS POSTED - THAT IS, TYPE-C ROWS
004200*  LYING ON TAXRPT AFTER THE PREVIOUS TAXBATCH RUN'S ROWS OR
004300*  INSIDE THIS RUN'S BRACKETS.  AN EMPLOYEE WITH A CORRECTION
004400*  BUT NO PAY THIS PERIOD STILL GETS A PAGE.  THE YEAR-TO-DATE
004500*  BLOCK IS TAXYTD AS IT STANDS, DATED WITH ITS LAST RUN, SO
004600*  A STATEMENT REPRINTED AFTER A LATER RUN SAYS SO.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT TAXRPT-FILE ASSIGN TO "TAXRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FILE-STATUS.
005400     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EMPM-KEY
005800         FILE STATUS IS WS-EMPM-FILE-STATUS.
005900     SELECT TAXYTD-FILE ASSIGN TO "TAXYTD"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS YTD-KEY
006300         FILE STATUS IS WS-YTD-FILE-STATUS.
006400     SELECT STMTLIST-FILE ASSIGN TO "STMTLIST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-STM-FILE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  TAXRPT-FILE.
007000 COPY RPTREC.
007100 FD  EMPMAST-FILE.
007200 COPY EMPMREC.
007300 FD  TAXYTD-FILE.
007400 COPY YTDREC.
007500 FD  STMTLIST-FILE.
007600 01  PRINT-RECORD                 PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900*  RUN-CONTROL HEADER/TRAILER LAYOUT - THE BRACKET ROWS ARE
008000*  READ THROUGH IT TO PICK UP THE TRAILER COUNTS.
008100*****************************************************************
008200 COPY RUNCTL.
008300 01  CLI-RUN-DATE-ARG             PIC X(08) VALUE SPACES.
008400 01  CLI-PERIOD-DATE-ARG          PIC X(08) VALUE SPACES.
008500 01  WS-SWITCHES.
008600     05  WS-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
008700         88  WS-RPT-FILE-NOT-FOUND    VALUE '05' '35'.
008800         88  WS-RPT-EOF               VALUE '10'.
008900     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
009000         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
009100     05  WS-YTD-FILE-STATUS       PIC X(02) VALUE '00'.
009200         88  WS-YTD-FILE-NOT-FOUND    VALUE '05' '35'.
009300     05  WS-STM-FILE-STATUS       PIC X(02) VALUE '00'.
009400     05  WS-EMPM-ON-FILE-SW       PIC X(01) VALUE 'N'.
009500         88  WS-EMPM-ON-FILE          VALUE 'Y'.
009600     05  WS-YTD-ON-FILE-SW        PIC X(01) VALUE 'N'.
009700         88  WS-YTD-ON-FILE           VALUE 'Y'.
009800     05  WS-IN-RUN-SW             PIC X(01) VALUE 'N'.
009900         88  WS-IN-RUN-BRACKET        VALUE 'Y'.
010000     05  WS-IN-OTHER-SW           PIC X(01) VALUE 'N'.
010100         88  WS-IN-OTHER-BRACKET      VALUE 'Y'.
010200     05  WS-RUN-SEEN-SW           PIC X(01) VALUE 'N'.
010300         88  WS-RUN-SEEN              VALUE 'Y'.
010400     05  WS-MV-FOUND-SW           PIC X(01) VALUE 'N'.
010500         88  WS-MV-FOUND              VALUE 'Y'.
010600     05  WS-VSCAN-DONE-SW         PIC X(01) VALUE 'N'.
010700         88  WS-VSCAN-DONE            VALUE 'Y'.
010800     05  WS-EM-FOUND-SW           PIC X(01) VALUE 'N'.
010900         88  WS-EM-FOUND              VALUE 'Y'.
011000     05  WS-EM-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
011100         88  WS-EM-TABLE-FULL         VALUE 'Y'.
011200     05  WS-RW-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
011300         88  WS-RW-TABLE-FULL         VALUE 'Y'.
011400     05  WS-PAGE-HAS-CORR-SW      PIC X(01) VALUE 'N'.
011500         88  WS-PAGE-HAS-CORR         VALUE 'Y'.
011600 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
011650 01  WS-MV-VALID-TO               PIC X(08) VALUE SPACES.
011700 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
011800 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
011900 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
012000 01  WS-STATEMENTS-PRINTED        PIC 9(9) COMP VALUE ZERO.
012100 01  WS-EARLIER-CORR-PRINTED      PIC 9(9) COMP VALUE ZERO.
012200 01  WS-NOT-ON-MASTER             PIC 9(9) COMP VALUE ZERO.
012300 01  WS-NO-YTD-ROW                PIC 9(9) COMP VALUE ZERO.
012400*****************************************************************
012500*  THE PROOF.  THE RUN'S BRACKETS, AS THEIR TRAILERS STATE
012600*  THEM AND AS READ, AGAINST THE RUN ROWS PRINTED.
012700*****************************************************************
012800 01  WS-HDR-COUNT                 PIC 9(4) COMP VALUE ZERO.
012900 01  WS-TRL-COUNT                 PIC 9(4) COMP VALUE ZERO.
013000 01  WS-TRL-DETAIL-COUNT          PIC 9(09) VALUE ZERO.
013100 01  WS-TRL-WITHHOLD-HASH         PIC 9(13)V99 VALUE ZERO.
013200 01  WS-RUN-ROWS-READ             PIC 9(09) VALUE ZERO.
013300 01  WS-RUN-WITHHOLD-HASH         PIC 9(13)V99 VALUE ZERO.
013400 01  WS-RUN-ROWS-PRINTED          PIC 9(09) VALUE ZERO.
013500 01  WS-RUN-WITHHOLD-PRINTED      PIC 9(13)V99 VALUE ZERO.
013600*****************************************************************
013700*  EMPLOYEES TO STATE, IN THE ORDER FIRST MET.
013800*****************************************************************
013900 01  WS-EM-COUNT                  PIC 9(4) COMP VALUE ZERO.
014000 01  WS-EM-IDX                    PIC 9(4) COMP VALUE ZERO.
014100 01  WS-EMPLOYEE-TABLE.
014200     05  WS-EM-ENTRY OCCURS 1000 TIMES.
014300         10  WS-EM-ID             PIC X(11).
014400         10  WS-EM-YEAR           PIC 9(04).
014500*****************************************************************
014600*  THE ROWS TO PRINT: THE RUN'S OWN ROWS AND THE CORRECTIONS
014700*  POSTED SINCE THE PREVIOUS RUN.  WS-RW-IN-RUN SAYS WHICH
014800*  ROWS THE PROOF COUNTS.
014900*****************************************************************
015000 01  WS-RW-COUNT                  PIC 9(4) COMP VALUE ZERO.
015100 01  WS-RW-IDX                    PIC 9(4) COMP VALUE ZERO.
015200 01  WS-ROW-TABLE.
015300     05  WS-RW-ENTRY OCCURS 3000 TIMES.
015400         10  WS-RW-ID             PIC X(11).
015500         10  WS-RW-IN-RUN         PIC X(01).
015600         10  WS-RW-KIND           PIC X(01).
015700             88  WS-RW-IS-CORRECTION  VALUE 'C'.
015800         10  WS-RW-SIGN           PIC X(01).
015900         10  WS-RW-RUN-DATE       PIC X(08).
016000         10  WS-RW-YEAR           PIC 9(04).
016100         10  WS-RW-PAY-FREQ       PIC X(01).
016200         10  WS-RW-INCOME         PIC 9(9)V99.
016300         10  WS-RW-INCOME-TAX     PIC 9(9)V99.
016400         10  WS-RW-SOLI-TAX       PIC 9(9)V99.
016500         10  WS-RW-CHURCH-TAX     PIC 9(9)V99.
016600         10  WS-RW-WITHHOLD       PIC 9(9)V99.
016700         10  WS-RW-RC             PIC 9(02).
016800*****************************************************************
016900*  PRINT LINE LAYOUTS.
017000*****************************************************************
017100 01  WS-STMT-HEAD-1.
017200     05  FILLER                   PIC X(20)
017300         VALUE 'PAYROLL SYSTEMS     '.
017400     05  FILLER                   PIC X(35)
017500         VALUE 'LOHNABRECHNUNG - TAX STATEMENT     '.
017600     05  FILLER                   PIC X(08) VALUE 'RUN OF  '.
017700     05  WS-SH1-RUN-DATE          PIC X(08).
017800     05  FILLER                   PIC X(05) VALUE SPACES.
017900     05  FILLER                   PIC X(08) VALUE 'PRINTED '.
018000     05  WS-SH1-DATE              PIC X(08).
018100     05  FILLER                   PIC X(31) VALUE SPACES.
018200     05  FILLER                   PIC X(05) VALUE 'PAGE '.
018300     05  WS-SH1-PAGE              PIC ZZZ9.
018400 01  WS-STMT-HEAD-2.
018500     05  FILLER                   PIC X(13)
018600         VALUE 'EMPLOYEE-ID  '.
018700     05  WS-SH2-EMP-ID            PIC X(11).
018800     05  FILLER                   PIC X(04) VALUE SPACES.
018900     05  FILLER                   PIC X(05) VALUE 'NAME '.
019000     05  WS-SH2-NAME              PIC X(30).
019100 01  WS-MASTER-LINE.
019200     05  FILLER                   PIC X(10) VALUE 'TAX CLASS '.
019300     05  WS-ML-TAX-CLASS          PIC 9(01).
019400     05  FILLER                   PIC X(20)
019500         VALUE '   CHILD ALLOWANCES '.
019600     05  WS-ML-CHILD-ALLOW        PIC Z9.9.
019700     05  FILLER                   PIC X(12) VALUE '   CHURCH   '.
019800     05  WS-ML-CHURCH             PIC X(01).
019900     05  FILLER                   PIC X(08) VALUE '  RATE  '.
020000     05  WS-ML-CHURCH-RATE        PIC 9(02).
020100     05  FILLER                   PIC X(11) VALUE '   FACTOR  '.
020200     05  WS-ML-FACTOR             PIC 9.999.
020300     05  FILLER                   PIC X(22)
020400         VALUE '   MASTER VALID FROM  '.
020500     05  WS-ML-VALID-FROM         PIC X(08).
020600 01  WS-STMT-COLHEAD.
020700     05  FILLER                   PIC X(10) VALUE SPACES.
020800     05  FILLER                   PIC X(02) VALUE SPACES.
020900     05  FILLER                   PIC X(08) VALUE 'PERIOD  '.
021000     05  FILLER                   PIC X(02) VALUE SPACES.
021100     05  FILLER                   PIC X(04) VALUE 'YEAR'.
021200     05  FILLER                   PIC X(02) VALUE SPACES.
021300     05  FILLER                   PIC X(02) VALUE 'FQ'.
021400     05  FILLER                   PIC X(11) VALUE SPACES.
021500     05  FILLER                   PIC X(05) VALUE 'GROSS'.
021600     05  FILLER                   PIC X(06) VALUE SPACES.
021700     05  FILLER                   PIC X(10) VALUE 'INCOME TAX'.
021800     05  FILLER                   PIC X(12) VALUE SPACES.
021900     05  FILLER                   PIC X(04) VALUE 'SOLI'.
022000     05  FILLER                   PIC X(06) VALUE SPACES.
022100     05  FILLER                   PIC X(10) VALUE 'CHURCH TAX'.
022200     05  FILLER                   PIC X(08) VALUE SPACES.
022300     05  FILLER                   PIC X(08) VALUE 'WITHHOLD'.
022400     05  FILLER                   PIC X(02) VALUE SPACES.
022500     05  FILLER                   PIC X(02) VALUE 'RC'.
022600 01  WS-STMT-DETAIL.
022700     05  WS-SD-KIND               PIC X(10).
022800     05  FILLER                   PIC X(02) VALUE SPACES.
022900     05  WS-SD-RUN-DATE           PIC X(08).
023000     05  FILLER                   PIC X(02) VALUE SPACES.
023100     05  WS-SD-YEAR               PIC 9(04).
023200     05  FILLER                   PIC X(03) VALUE SPACES.
023300     05  WS-SD-PAY-FREQ           PIC X(01).
023400     05  FILLER                   PIC X(02) VALUE SPACES.
023500     05  WS-SD-INCOME             PIC ZZZ,ZZZ,ZZ9.99.
023600     05  FILLER                   PIC X(02) VALUE SPACES.
023700     05  WS-SD-INCOME-TAX         PIC ZZZ,ZZZ,ZZ9.99.
023800     05  FILLER                   PIC X(02) VALUE SPACES.
023900     05  WS-SD-SOLI-TAX           PIC ZZZ,ZZZ,ZZ9.99.
024000     05  FILLER                   PIC X(02) VALUE SPACES.
024100     05  WS-SD-CHURCH-TAX         PIC ZZZ,ZZZ,ZZ9.99.
024200     05  FILLER                   PIC X(02) VALUE SPACES.
024300     05  WS-SD-WITHHOLD           PIC ZZZ,ZZZ,ZZ9.99.
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  WS-SD-RC                 PIC 9(02).
024600 01  WS-YTD-HEAD-LINE.
024700     05  FILLER                   PIC X(19)
024800         VALUE 'YEAR TO DATE       '.
024900     05  WS-YH-YEAR               PIC 9(04).
025000     05  FILLER                   PIC X(13) VALUE '   AS AT RUN '.
025100     05  WS-YH-LAST-RUN-DATE      PIC X(08).
025200     05  FILLER                   PIC X(12) VALUE '    PERIODS '.
025300     05  WS-YH-PERIODS            PIC ZZZ9.
025400 01  WS-YTD-LINE.
025500     05  FILLER                   PIC X(23) VALUE SPACES.
025600     05  WS-YL-INCOME             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025700     05  FILLER                   PIC X(01) VALUE SPACES.
025800     05  WS-YL-INCOME-TAX         PIC Z,ZZZ,ZZZ,ZZ9.99.
025900     05  FILLER                   PIC X(01) VALUE SPACES.
026000     05  WS-YL-SOLI-TAX           PIC Z,ZZZ,ZZZ,ZZ9.99.
026100     05  FILLER                   PIC X(01) VALUE SPACES.
026200     05  WS-YL-CHURCH-TAX         PIC Z,ZZZ,ZZZ,ZZ9.99.
026300     05  FILLER                   PIC X(01) VALUE SPACES.
026400     05  WS-YL-WITHHOLD           PIC Z,ZZZ,ZZZ,ZZ9.99.
026500 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
026600 01  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
026700 01  WS-AMOUNT-EDIT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
026800*****************************************************************
026900*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
027000*****************************************************************
027100 COPY RLOGREC.
027200 PROCEDURE DIVISION.
027300 0000-MAINLINE.
027400     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027600     IF WS-RETURN-CODE = ZERO
027700         PERFORM 2000-COLLECT-RUN-ROWS THRU 2000-EXIT
027800     END-IF
027900     IF WS-RETURN-CODE = ZERO
028000         OR WS-RETURN-CODE = 96
028100         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
028200         PERFORM 4000-PRINT-CONTROL-PAGE THRU 4000-EXIT
028300     END-IF
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT
028500     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
028600     STOP RUN RETURNING WS-RETURN-CODE.
028700
028800*****************************************************************
028900*  1000-INITIALIZE - READ THE ARGUMENTS, STAMP THE RUN DATE AND
029000*  OPEN THE FILES.  A MISSING MASTER OR TAXYTD IS NOT FATAL -
029100*  THE STATEMENTS PRINT WITHOUT THAT BLOCK AND SAY SO.
029200*****************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT CLI-RUN-DATE-ARG FROM ARGUMENT-VALUE
029500     ACCEPT CLI-PERIOD-DATE-ARG FROM ARGUMENT-VALUE
029600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029700     IF CLI-RUN-DATE-ARG = SPACES
029800         OR CLI-RUN-DATE-ARG NOT NUMERIC
029900         DISPLAY 'TAXSTMT: RUN-DATE-ARG MUST BE THE TAXBATCH RUN '
030000             'DATE (YYYYMMDD)'
030100         MOVE 92 TO WS-RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF
030400     IF CLI-PERIOD-DATE-ARG = SPACES
030500         OR CLI-PERIOD-DATE-ARG NOT NUMERIC
030600         MOVE CLI-RUN-DATE-ARG TO CLI-PERIOD-DATE-ARG
030700     END-IF
030800     OPEN INPUT TAXRPT-FILE
030900     IF WS-RPT-FILE-NOT-FOUND
031000         DISPLAY 'TAXSTMT: NO TAXRPT FILE ON FILE - NOTHING '
031100             'TO STATE'
031200         MOVE 91 TO WS-RETURN-CODE
031300         GO TO 1000-EXIT
031400     END-IF
031500     OPEN INPUT EMPMAST-FILE
031600     IF WS-EMPM-FILE-NOT-FOUND
031700         DISPLAY 'TAXSTMT: NO EMPLOYEE MASTER ON FILE - '
031800             'STATEMENTS PRINT WITHOUT STANDING DATA'
031900     ELSE
032000         MOVE 'Y' TO WS-EMPM-ON-FILE-SW
032100     END-IF
032200     OPEN INPUT TAXYTD-FILE
032300     IF WS-YTD-FILE-NOT-FOUND
032400         DISPLAY 'TAXSTMT: NO TAXYTD FILE ON FILE - '
032500             'STATEMENTS PRINT WITHOUT YEAR-TO-DATE FIGURES'
032600     ELSE
032700         MOVE 'Y' TO WS-YTD-ON-FILE-SW
032800     END-IF
032900     OPEN OUTPUT STMTLIST-FILE
033000     MOVE WS-RUN-DATE TO WS-SH1-DATE
033100     MOVE CLI-RUN-DATE-ARG TO WS-SH1-RUN-DATE.
033200 1000-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*  2000-COLLECT-RUN-ROWS - ONE PASS OVER TAXRPT.  ROWS INSIDE
033700*  A BRACKET WITH THE RUN DATE ARE THE RUN'S OWN AND ARE
033800*  PROVED.  BEFORE THE FIRST SUCH BRACKET, CORRECTION ROWS
033900*  ARE HELD AS THEY COME AND DROPPED AGAIN WHEN A LATER
034000*  TAXBATCH RUN'S ROW FOLLOWS THEM - THE PREVIOUS STATEMENT
034100*  SHOWED THEM.  ROWS AFTER THE RUN ARE NOT THIS PERIOD'S.
034200*****************************************************************
034300 2000-COLLECT-RUN-ROWS.
034400     PERFORM 2100-READ-REPORT-ROW THRU 2100-EXIT
034500         UNTIL WS-RPT-EOF
034600     IF NOT WS-RUN-SEEN
034700         DISPLAY 'TAXSTMT: NO TAXBATCH RUN OF '
034800             CLI-RUN-DATE-ARG ' ON TAXRPT'
034900         MOVE 94 TO WS-RETURN-CODE
035000     END-IF.
035100 2000-EXIT.
035200     EXIT.
035300
035400 2100-READ-REPORT-ROW.
035500     READ TAXRPT-FILE
035600         AT END
035700             GO TO 2100-EXIT
035800     END-READ
035900     IF RPT-RUN-DATE = 'CTL-CFW '
036000         GO TO 2100-EXIT
036100     END-IF
036200     IF RPT-RUN-DATE = 'CTL-HDR '
036300         MOVE RPT-RECORD TO CTL-RECORD
036400         IF CTL-RUN-DATE = CLI-RUN-DATE-ARG
036500             MOVE 'Y' TO WS-IN-RUN-SW
036600             MOVE 'Y' TO WS-RUN-SEEN-SW
036700             MOVE 'N' TO WS-IN-OTHER-SW
036800             ADD 1 TO WS-HDR-COUNT
036900         ELSE
037000             MOVE 'N' TO WS-IN-RUN-SW
037100             MOVE 'Y' TO WS-IN-OTHER-SW
037200         END-IF
037300         GO TO 2100-EXIT
037400     END-IF
037500     IF RPT-RUN-DATE = 'CTL-TRL '
037600         MOVE RPT-RECORD TO CTL-RECORD
037700         IF WS-IN-RUN-BRACKET
037800             AND CTL-RUN-DATE = CLI-RUN-DATE-ARG
037900             ADD 1 TO WS-TRL-COUNT
038000             ADD CTL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
038100             ADD CTL-WITHHOLD-HASH TO WS-TRL-WITHHOLD-HASH
038200         END-IF
038300         MOVE 'N' TO WS-IN-RUN-SW
038400         MOVE 'N' TO WS-IN-OTHER-SW
038500         GO TO 2100-EXIT
038600     END-IF
038700     ADD 1 TO WS-ROWS-READ
038800     IF WS-IN-RUN-BRACKET
038900         ADD 1 TO WS-RUN-ROWS-READ
039000         ADD RPT-TOTAL-WITHHOLD TO WS-RUN-WITHHOLD-HASH
039100         PERFORM 2200-HOLD-ROW THRU 2200-EXIT
039200         GO TO 2100-EXIT
039300     END-IF
039400     IF WS-RUN-SEEN
039500         GO TO 2100-EXIT
039600     END-IF
039700     IF RPT-IS-CORRECTION
039800         PERFORM 2200-HOLD-ROW THRU 2200-EXIT
039900         GO TO 2100-EXIT
040000     END-IF
040100     IF WS-IN-OTHER-BRACKET
040200         MOVE ZERO TO WS-RW-COUNT
040300         MOVE ZERO TO WS-EM-COUNT
040400     END-IF.
040500 2100-EXIT.
040600     EXIT.
040700
040800 2200-HOLD-ROW.
040900     IF WS-RW-COUNT = 3000
041000         IF NOT WS-RW-TABLE-FULL
041100             DISPLAY 'TAXSTMT: ROW TABLE FULL AT 3000 ROWS - '
041200                 'FURTHER ROWS NOT STATED'
041300             MOVE 'Y' TO WS-RW-TABLE-FULL-SW
041400             MOVE 96 TO WS-RETURN-CODE
041500         END-IF
041600         GO TO 2200-EXIT
041700     END-IF
041800     PERFORM 2300-NOTE-EMPLOYEE THRU 2300-EXIT
041900     IF NOT WS-EM-FOUND
042000         GO TO 2200-EXIT
042100     END-IF
042200     ADD 1 TO WS-RW-COUNT
042300     MOVE RPT-TAXPAYER-ID TO WS-RW-ID (WS-RW-COUNT)
042400     MOVE WS-IN-RUN-SW TO WS-RW-IN-RUN (WS-RW-COUNT)
042500     MOVE RPT-REC-TYPE TO WS-RW-KIND (WS-RW-COUNT)
042600     MOVE RPT-CORR-SIGN TO WS-RW-SIGN (WS-RW-COUNT)
042700     MOVE RPT-RUN-DATE TO WS-RW-RUN-DATE (WS-RW-COUNT)
042800     MOVE RPT-YEAR-ARG TO WS-RW-YEAR (WS-RW-COUNT)
042900     MOVE RPT-PAY-FREQ TO WS-RW-PAY-FREQ (WS-RW-COUNT)
043000     MOVE RPT-INCOME-ARG TO WS-RW-INCOME (WS-RW-COUNT)
043100     MOVE RPT-INCOME-TAX TO WS-RW-INCOME-TAX (WS-RW-COUNT)
043200     MOVE RPT-SOLI-TAX TO WS-RW-SOLI-TAX (WS-RW-COUNT)
043300     MOVE RPT-CHURCH-TAX TO WS-RW-CHURCH-TAX (WS-RW-COUNT)
043400     MOVE RPT-TOTAL-WITHHOLD TO WS-RW-WITHHOLD (WS-RW-COUNT)
043500     MOVE RPT-RETURN-CODE TO WS-RW-RC (WS-RW-COUNT).
043600 2200-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*  2300-NOTE-EMPLOYEE - ADD THE ROW'S EMPLOYEE TO THE LIST TO
044100*  STATE.  THE YEAR OF THE FIRST ROW OF THE RUN ITSELF PICKS
044200*  THE TAXYTD ROW SHOWN; FAILING THAT, THE CORRECTION'S YEAR.
044300*****************************************************************
044400 2300-NOTE-EMPLOYEE.
044500     MOVE 'N' TO WS-EM-FOUND-SW
044600     PERFORM 2310-TEST-EMPLOYEE THRU 2310-EXIT
044700         VARYING WS-EM-IDX FROM 1 BY 1
044800         UNTIL WS-EM-IDX > WS-EM-COUNT
044900                OR WS-EM-FOUND
045000     IF WS-EM-FOUND
045100         SUBTRACT 1 FROM WS-EM-IDX
045200         IF WS-IN-RUN-BRACKET
045300             AND NOT RPT-IS-CORRECTION
045400             MOVE RPT-YEAR-ARG TO WS-EM-YEAR (WS-EM-IDX)
045500         END-IF
045600         GO TO 2300-EXIT
045700     END-IF
045800     IF WS-EM-COUNT = 1000
045900         IF NOT WS-EM-TABLE-FULL
046000             DISPLAY 'TAXSTMT: EMPLOYEE TABLE FULL AT 1000 '
046100                 'ENTRIES - FURTHER EMPLOYEES NOT STATED'
046200             MOVE 'Y' TO WS-EM-TABLE-FULL-SW
046300             MOVE 96 TO WS-RETURN-CODE
046400         END-IF
046500         GO TO 2300-EXIT
046600     END-IF
046700     ADD 1 TO WS-EM-COUNT
046800     MOVE RPT-TAXPAYER-ID TO WS-EM-ID (WS-EM-COUNT)
046900     MOVE RPT-YEAR-ARG TO WS-EM-YEAR (WS-EM-COUNT)
047000     MOVE 'Y' TO WS-EM-FOUND-SW.
047100 2300-EXIT.
047200     EXIT.
047300
047400 2310-TEST-EMPLOYEE.
047500     IF WS-EM-ID (WS-EM-IDX) = RPT-TAXPAYER-ID
047600         MOVE 'Y' TO WS-EM-FOUND-SW
047700     END-IF.
047800 2310-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  3000-PRINT-STATEMENTS - ONE PAGE PER EMPLOYEE: STANDING
048300*  DATA, THE PERIOD'S ROWS, THE CORRECTIONS, YEAR TO DATE.
048400*****************************************************************
048500 3000-PRINT-STATEMENTS.
048600     PERFORM 3100-PRINT-ONE-STATEMENT THRU 3100-EXIT
048700         VARYING WS-EM-IDX FROM 1 BY 1
048800         UNTIL WS-EM-IDX > WS-EM-COUNT.
048900 3000-EXIT.
049000     EXIT.
049100
049200 3100-PRINT-ONE-STATEMENT.
049300     PERFORM 3200-START-STATEMENT-PAGE THRU 3200-EXIT
049400     MOVE 'THIS PERIOD' TO WS-SECTION-LINE
049500     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
049600     WRITE PRINT-RECORD FROM WS-STMT-COLHEAD
049700         AFTER ADVANCING 1 LINE
049800     PERFORM 3300-PRINT-PERIOD-ROW THRU 3300-EXIT
049900         VARYING WS-RW-IDX FROM 1 BY 1
050000         UNTIL WS-RW-IDX > WS-RW-COUNT
050100     MOVE 'N' TO WS-PAGE-HAS-CORR-SW
050200     PERFORM 3400-PRINT-CORRECTION-ROW THRU 3400-EXIT
050300         VARYING WS-RW-IDX FROM 1 BY 1
050400         UNTIL WS-RW-IDX > WS-RW-COUNT
050500     PERFORM 3600-PRINT-YEAR-TO-DATE THRU 3600-EXIT
050600     ADD 1 TO WS-STATEMENTS-PRINTED.
050700 3100-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  3200-START-STATEMENT-PAGE - NEW PAGE, HEADING, NAME AND THE
051200*  STANDING DATA OF THE EMPMAST VERSION IN FORCE FOR THE PAY
051300*  PERIOD - THE SAME RULE TAXBATCH USED TO PICK IT.
051400*****************************************************************
051500 3200-START-STATEMENT-PAGE.
051600     PERFORM 3500-FETCH-MASTER-VERSION THRU 3500-EXIT
051700     ADD 1 TO WS-PAGE-NUMBER
051800     MOVE WS-PAGE-NUMBER TO WS-SH1-PAGE
051900     IF WS-PAGE-NUMBER = 1
052000         WRITE PRINT-RECORD FROM WS-STMT-HEAD-1
052100             AFTER ADVANCING 0 LINES
052200     ELSE
052300         WRITE PRINT-RECORD FROM WS-STMT-HEAD-1
052400             AFTER ADVANCING PAGE
052500     END-IF
052600     MOVE WS-EM-ID (WS-EM-IDX) TO WS-SH2-EMP-ID
052700     WRITE PRINT-RECORD FROM WS-STMT-HEAD-2
052800         AFTER ADVANCING 1 LINE
052900     MOVE SPACES TO WS-SECTION-LINE
053000     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
053100     IF WS-MV-FOUND
053200         WRITE PRINT-RECORD FROM WS-MASTER-LINE
053300             AFTER ADVANCING 1 LINE
053400     ELSE
053500         MOVE '** NO EMPLOYEE MASTER VERSION IN FORCE FOR THE '
053600             TO WS-SECTION-LINE
053700         MOVE 'PAY PERIOD **' TO WS-SECTION-LINE (48:13)
053800         PERFORM 6100-WRITE-LINE THRU 6100-EXIT
053900     END-IF
054000     MOVE SPACES TO WS-SECTION-LINE
054100     PERFORM 6100-WRITE-LINE THRU 6100-EXIT.
054200 3200-EXIT.
054300     EXIT.
054400
054500 3300-PRINT-PERIOD-ROW.
054600     IF WS-RW-ID (WS-RW-IDX) NOT = WS-EM-ID (WS-EM-IDX)
054700         OR WS-RW-IS-CORRECTION (WS-RW-IDX)
054800         GO TO 3300-EXIT
054900     END-IF
055000     IF WS-RW-KIND (WS-RW-IDX) = 'S'
055100         MOVE 'ONE-OFF' TO WS-SD-KIND
055200     ELSE
055300         MOVE 'PAY' TO WS-SD-KIND
055400     END-IF
055500     PERFORM 3700-PRINT-ROW THRU 3700-EXIT.
055600 3300-EXIT.
055700     EXIT.
055800
055900 3400-PRINT-CORRECTION-ROW.
056000     IF WS-RW-ID (WS-RW-IDX) NOT = WS-EM-ID (WS-EM-IDX)
056100         OR NOT WS-RW-IS-CORRECTION (WS-RW-IDX)
056200         GO TO 3400-EXIT
056300     END-IF
056400     IF NOT WS-PAGE-HAS-CORR
056500         MOVE SPACES TO WS-SECTION-LINE
056600         PERFORM 6100-WRITE-LINE THRU 6100-EXIT
056700         MOVE 'CORRECTIONS TO EARLIER PERIODS (TAXCORR) - '
056800             TO WS-SECTION-LINE
056900         MOVE 'REVERSED AMOUNTS COME OFF, RE-POSTED AMOUNTS GO ON'
057000             TO WS-SECTION-LINE (44:51)
057100         PERFORM 6100-WRITE-LINE THRU 6100-EXIT
057200         MOVE 'Y' TO WS-PAGE-HAS-CORR-SW
057300     END-IF
057400     IF WS-RW-SIGN (WS-RW-IDX) = '-'
057500         MOVE 'REVERSED' TO WS-SD-KIND
057600     ELSE
057700         MOVE 'RE-POSTED' TO WS-SD-KIND
057800     END-IF
057900     IF WS-RW-IN-RUN (WS-RW-IDX) NOT = 'Y'
058000         ADD 1 TO WS-EARLIER-CORR-PRINTED
058100     END-IF
058200     PERFORM 3700-PRINT-ROW THRU 3700-EXIT.
058300 3400-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*  3500-FETCH-MASTER-VERSION - THE LAST VERSION STARTING ON OR
058800*  BEFORE THE PAY-PERIOD DATE, PROVIDED IT HAS NOT BEEN CLOSED
058900*  BY THEN.
059000*****************************************************************
059100 3500-FETCH-MASTER-VERSION.
059200     MOVE '** NOT ON EMPLOYEE MASTER **  ' TO WS-SH2-NAME
059300     MOVE 'N' TO WS-MV-FOUND-SW
059400     IF NOT WS-EMPM-ON-FILE
059500         ADD 1 TO WS-NOT-ON-MASTER
059600         GO TO 3500-EXIT
059700     END-IF
059800     MOVE 'N' TO WS-VSCAN-DONE-SW
059900     MOVE WS-EM-ID (WS-EM-IDX) TO EMPM-ID
060000     MOVE '00000000' TO EMPM-VALID-FROM
060100     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
060200         INVALID KEY
060300             MOVE 'Y' TO WS-VSCAN-DONE-SW
060400     END-START
060500     PERFORM 3510-TEST-MASTER-VERSION THRU 3510-EXIT
060600         UNTIL WS-VSCAN-DONE
060700     IF WS-MV-FOUND
060800         AND WS-MV-VALID-TO <= CLI-PERIOD-DATE-ARG
060900         MOVE 'N' TO WS-MV-FOUND-SW
061000     END-IF
061100     IF NOT WS-MV-FOUND
061200         ADD 1 TO WS-NOT-ON-MASTER
061300     END-IF.
061400 3500-EXIT.
061500     EXIT.
061600
061700 3510-TEST-MASTER-VERSION.
061800     READ EMPMAST-FILE NEXT
061900         AT END
062000             MOVE 'Y' TO WS-VSCAN-DONE-SW
062100             GO TO 3510-EXIT
062200     END-READ
062300     IF EMPM-ID NOT = WS-EM-ID (WS-EM-IDX)
062400         OR EMPM-VALID-FROM > CLI-PERIOD-DATE-ARG
062500         MOVE 'Y' TO WS-VSCAN-DONE-SW
062600         GO TO 3510-EXIT
062700     END-IF
062800     MOVE 'Y' TO WS-MV-FOUND-SW
062850     MOVE EMPM-VALID-TO TO WS-MV-VALID-TO
062900     MOVE EMPM-NAME TO WS-SH2-NAME
063000     IF EMPM-TAX-CLASS-ARG NUMERIC
063100         MOVE EMPM-TAX-CLASS-ARG TO WS-ML-TAX-CLASS
063200     ELSE
063300         MOVE ZERO TO WS-ML-TAX-CLASS
063400     END-IF
063500     IF EMPM-CHILD-ALLOW NUMERIC
063600         MOVE EMPM-CHILD-ALLOW TO WS-ML-CHILD-ALLOW
063700     ELSE
063800         MOVE ZERO TO WS-ML-CHILD-ALLOW
063900     END-IF
064000     MOVE EMPM-CHURCH-ARG TO WS-ML-CHURCH
064100     IF EMPM-CHURCH-RATE-ARG NUMERIC
064200         MOVE EMPM-CHURCH-RATE-ARG TO WS-ML-CHURCH-RATE
064300     ELSE
064400         MOVE ZERO TO WS-ML-CHURCH-RATE
064500     END-IF
064600     IF EMPM-FACTOR NUMERIC
064700         MOVE EMPM-FACTOR TO WS-ML-FACTOR
064800     ELSE
064900         MOVE ZERO TO WS-ML-FACTOR
065000     END-IF
065100     MOVE EMPM-VALID-FROM TO WS-ML-VALID-FROM.
065200 3510-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*  3600-PRINT-YEAR-TO-DATE - THE EMPLOYEE'S TAXYTD ROW FOR THE
065700*  YEAR OF THE PERIOD.
065800*****************************************************************
065900 3600-PRINT-YEAR-TO-DATE.
066000     MOVE SPACES TO WS-SECTION-LINE
066100     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
066200     IF NOT WS-YTD-ON-FILE
066300         ADD 1 TO WS-NO-YTD-ROW
066400         MOVE '** NO YEAR-TO-DATE FIGURES - TAXYTD NOT ON FILE **'
066500             TO WS-SECTION-LINE
066600         PERFORM 6100-WRITE-LINE THRU 6100-EXIT
066700         GO TO 3600-EXIT
066800     END-IF
066900     MOVE WS-EM-ID (WS-EM-IDX) TO YTD-EMP-ID
067000     MOVE WS-EM-YEAR (WS-EM-IDX) TO YTD-YEAR
067100     READ TAXYTD-FILE
067200         INVALID KEY
067300             ADD 1 TO WS-NO-YTD-ROW
067400             MOVE SPACES TO WS-SECTION-LINE
067500             STRING '** NO TAXYTD ROW FOR YEAR '
067600                 WS-EM-YEAR (WS-EM-IDX) ' **'
067700                 DELIMITED BY SIZE INTO WS-SECTION-LINE
067800             PERFORM 6100-WRITE-LINE THRU 6100-EXIT
067900             GO TO 3600-EXIT
068000     END-READ
068100     MOVE YTD-YEAR TO WS-YH-YEAR
068200     MOVE YTD-LAST-RUN-DATE TO WS-YH-LAST-RUN-DATE
068300     MOVE YTD-PERIOD-COUNT TO WS-YH-PERIODS
068400     WRITE PRINT-RECORD FROM WS-YTD-HEAD-LINE
068500         AFTER ADVANCING 1 LINE
068600     MOVE YTD-INCOME TO WS-YL-INCOME
068700     MOVE YTD-INCOME-TAX TO WS-YL-INCOME-TAX
068800     MOVE YTD-SOLI-TAX TO WS-YL-SOLI-TAX
068900     MOVE YTD-CHURCH-TAX TO WS-YL-CHURCH-TAX
069000     MOVE YTD-WITHHOLD TO WS-YL-WITHHOLD
069100     WRITE PRINT-RECORD FROM WS-YTD-LINE
069200         AFTER ADVANCING 1 LINE
069300     IF YTD-LAST-RUN-DATE > CLI-RUN-DATE-ARG
069400         MOVE '** YEAR TO DATE INCLUDES RUNS AFTER THIS PERIOD **'
069500             TO WS-SECTION-LINE
069600         PERFORM 6100-WRITE-LINE THRU 6100-EXIT
069700     END-IF.
069800 3600-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  3700-PRINT-ROW - ONE PERIOD OR CORRECTION LINE.  THE RUN'S
070300*  OWN ROWS ARE COUNTED FOR THE CONTROL PAGE AS THEY PRINT.
070400*****************************************************************
070500 3700-PRINT-ROW.
070600     MOVE WS-RW-RUN-DATE (WS-RW-IDX) TO WS-SD-RUN-DATE
070700     MOVE WS-RW-YEAR (WS-RW-IDX) TO WS-SD-YEAR
070800     MOVE WS-RW-PAY-FREQ (WS-RW-IDX) TO WS-SD-PAY-FREQ
070900     MOVE WS-RW-INCOME (WS-RW-IDX) TO WS-SD-INCOME
071000     MOVE WS-RW-INCOME-TAX (WS-RW-IDX) TO WS-SD-INCOME-TAX
071100     MOVE WS-RW-SOLI-TAX (WS-RW-IDX) TO WS-SD-SOLI-TAX
071200     MOVE WS-RW-CHURCH-TAX (WS-RW-IDX) TO WS-SD-CHURCH-TAX
071300     MOVE WS-RW-WITHHOLD (WS-RW-IDX) TO WS-SD-WITHHOLD
071400     MOVE WS-RW-RC (WS-RW-IDX) TO WS-SD-RC
071500     WRITE PRINT-RECORD FROM WS-STMT-DETAIL
071600         AFTER ADVANCING 1 LINE
071700     IF WS-STM-FILE-STATUS NOT = '00'
071800         DISPLAY 'TAXSTMT: STMTLIST WRITE FAILED - STATUS '
071900             WS-STM-FILE-STATUS
072000         MOVE 98 TO WS-RETURN-CODE
072100         GO TO 3700-EXIT
072200     END-IF
072300     IF WS-RW-IN-RUN (WS-RW-IDX) = 'Y'
072400         ADD 1 TO WS-RUN-ROWS-PRINTED
072500         ADD WS-RW-WITHHOLD (WS-RW-IDX)
072600             TO WS-RUN-WITHHOLD-PRINTED
072700     END-IF.
072800 3700-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*  4000-PRINT-CONTROL-PAGE - THE PROOF PAGE.  EVERY BRACKET OF
073300*  THE RUN MUST BE CLOSED, AND THE ROWS AND WITHHOLDING
073400*  PRINTED MUST EQUAL BOTH THE ROWS READ INSIDE THE BRACKETS
073500*  AND THE TRAILERS' OWN COUNT AND HASH.
073600*****************************************************************
073700 4000-PRINT-CONTROL-PAGE.
073800     ADD 1 TO WS-PAGE-NUMBER
073900     MOVE WS-PAGE-NUMBER TO WS-SH1-PAGE
074000     IF WS-PAGE-NUMBER = 1
074100         WRITE PRINT-RECORD FROM WS-STMT-HEAD-1
074200             AFTER ADVANCING 0 LINES
074300     ELSE
074400         WRITE PRINT-RECORD FROM WS-STMT-HEAD-1
074500             AFTER ADVANCING PAGE
074600     END-IF
074700     MOVE SPACES TO WS-SECTION-LINE
074800     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
074900     STRING 'CONTROL PAGE - TAXBATCH RUN OF ' CLI-RUN-DATE-ARG
075000         DELIMITED BY SIZE INTO WS-SECTION-LINE
075100     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
075200     MOVE SPACES TO WS-SECTION-LINE
075300     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
075400     MOVE WS-HDR-COUNT TO WS-COUNT-EDIT
075500     STRING 'RUN BRACKETS OPENED (CTL-HDR)     ' WS-COUNT-EDIT
075600         DELIMITED BY SIZE INTO WS-SECTION-LINE
075700     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
075800     MOVE WS-TRL-COUNT TO WS-COUNT-EDIT
075900     STRING 'RUN BRACKETS CLOSED (CTL-TRL)     ' WS-COUNT-EDIT
076000         DELIMITED BY SIZE INTO WS-SECTION-LINE
076100     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
076200     MOVE WS-TRL-DETAIL-COUNT TO WS-COUNT-EDIT
076300     STRING 'DETAIL ROWS PER TRAILERS          ' WS-COUNT-EDIT
076400         DELIMITED BY SIZE INTO WS-SECTION-LINE
076500     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
076600     MOVE WS-RUN-ROWS-READ TO WS-COUNT-EDIT
076700     STRING 'DETAIL ROWS READ IN BRACKETS      ' WS-COUNT-EDIT
076800         DELIMITED BY SIZE INTO WS-SECTION-LINE
076900     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
077000     MOVE WS-RUN-ROWS-PRINTED TO WS-COUNT-EDIT
077100     STRING 'DETAIL ROWS PRINTED ON STATEMENTS ' WS-COUNT-EDIT
077200         DELIMITED BY SIZE INTO WS-SECTION-LINE
077300     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
077400     MOVE WS-TRL-WITHHOLD-HASH TO WS-AMOUNT-EDIT
077500     STRING 'WITHHOLDING PER TRAILERS    ' WS-AMOUNT-EDIT
077600         DELIMITED BY SIZE INTO WS-SECTION-LINE
077700     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
077800     MOVE WS-RUN-WITHHOLD-HASH TO WS-AMOUNT-EDIT
077900     STRING 'WITHHOLDING READ            ' WS-AMOUNT-EDIT
078000         DELIMITED BY SIZE INTO WS-SECTION-LINE
078100     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
078200     MOVE WS-RUN-WITHHOLD-PRINTED TO WS-AMOUNT-EDIT
078300     STRING 'WITHHOLDING PRINTED         ' WS-AMOUNT-EDIT
078400         DELIMITED BY SIZE INTO WS-SECTION-LINE
078500     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
078600     MOVE WS-EARLIER-CORR-PRINTED TO WS-COUNT-EDIT
078700     STRING 'EARLIER CORRECTION ROWS SHOWN     ' WS-COUNT-EDIT
078800         DELIMITED BY SIZE INTO WS-SECTION-LINE
078900     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
079000     MOVE WS-STATEMENTS-PRINTED TO WS-COUNT-EDIT
079100     STRING 'STATEMENTS PRINTED                ' WS-COUNT-EDIT
079200         DELIMITED BY SIZE INTO WS-SECTION-LINE
079300     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
079400     PERFORM 6100-WRITE-LINE THRU 6100-EXIT
079500     IF WS-HDR-COUNT = WS-TRL-COUNT
079600         AND WS-TRL-DETAIL-COUNT = WS-RUN-ROWS-READ
079700         AND WS-RUN-ROWS-READ = WS-RUN-ROWS-PRINTED
079800         AND WS-TRL-WITHHOLD-HASH = WS-RUN-WITHHOLD-HASH
079900         AND WS-RUN-WITHHOLD-HASH = WS-RUN-WITHHOLD-PRINTED
080000         AND NOT WS-EM-TABLE-FULL
080100         AND NOT WS-RW-TABLE-FULL
080200         MOVE 'STATEMENTS AGREE WITH THE RUN BRACKETS'
080300             TO WS-SECTION-LINE
080400     ELSE
080500         MOVE 'STATEMENTS DO NOT AGREE WITH THE RUN BRACKETS - '
080600             TO WS-SECTION-LINE
080700         MOVE 'DO NOT ISSUE' TO WS-SECTION-LINE (49:12)
080800         IF WS-RETURN-CODE < 96
080900             MOVE 96 TO WS-RETURN-CODE
081000         END-IF
081100     END-IF
081200     PERFORM 6100-WRITE-LINE THRU 6100-EXIT.
081300 4000-EXIT.
081400     EXIT.
081500
081600*****************************************************************
081700*  6100-WRITE-LINE - WRITE WS-SECTION-LINE AND CLEAR IT.
081800*****************************************************************
081900 6100-WRITE-LINE.
082000     WRITE PRINT-RECORD FROM WS-SECTION-LINE
082100         AFTER ADVANCING 1 LINE
082200     IF WS-STM-FILE-STATUS NOT = '00'
082300         DISPLAY 'TAXSTMT: STMTLIST WRITE FAILED - STATUS '
082400             WS-STM-FILE-STATUS
082500         MOVE 98 TO WS-RETURN-CODE
082600     END-IF
082700     MOVE SPACES TO WS-SECTION-LINE.
082800 6100-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*  9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE CONTROL
083300*  COUNTS FOR THE JOB LOG.
083400*****************************************************************
083500 9000-TERMINATE.
083600     IF WS-RETURN-CODE NOT = 91
083700         AND WS-RETURN-CODE NOT = 92
083800         CLOSE TAXRPT-FILE
083900         CLOSE STMTLIST-FILE
084000         IF WS-EMPM-ON-FILE
084100             CLOSE EMPMAST-FILE
084200         END-IF
084300         IF WS-YTD-ON-FILE
084400             CLOSE TAXYTD-FILE
084500         END-IF
084600     END-IF
084700     DISPLAY 'TAXSTMT: RUN STATED......... ' CLI-RUN-DATE-ARG
084800     DISPLAY 'TAXSTMT: TAXRPT ROWS READ.... ' WS-ROWS-READ
084900     DISPLAY 'TAXSTMT: RUN ROWS READ....... ' WS-RUN-ROWS-READ
085000     DISPLAY 'TAXSTMT: RUN ROWS PRINTED.... ' WS-RUN-ROWS-PRINTED
085100     DISPLAY 'TAXSTMT: EARLIER CORRECTIONS. '
085200         WS-EARLIER-CORR-PRINTED
085300     DISPLAY 'TAXSTMT: STATEMENTS PRINTED.. '
085400         WS-STATEMENTS-PRINTED
085500     DISPLAY 'TAXSTMT: NOT ON MASTER....... ' WS-NOT-ON-MASTER
085600     DISPLAY 'TAXSTMT: NO TAXYTD ROW....... ' WS-NO-YTD-ROW.
085700 9000-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
086200*****************************************************************
086300 9800-LOG-RUN-START.
086400     MOVE SPACES TO RLOG-RECORD
086500     MOVE 'S' TO RLOG-RECORD-TYPE
086600     MOVE 'TAXSTMT' TO RLOG-PROGRAM-ID
086700     MOVE ZERO TO RLOG-RETURN-CODE
086800     MOVE ZERO TO RLOG-RECORDS-READ
086900     MOVE ZERO TO RLOG-RECORDS-WRITTEN
087000     MOVE ZERO TO RLOG-RECORDS-REJECTED
087100     CALL 'RUNLOGW' USING RLOG-RECORD.
087200 9800-EXIT.
087300     EXIT.
087400
087500 9900-LOG-RUN-END.
087600     MOVE SPACES TO RLOG-RECORD
087700     MOVE 'E' TO RLOG-RECORD-TYPE
087800     MOVE 'TAXSTMT' TO RLOG-PROGRAM-ID
087900     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
088000     MOVE WS-ROWS-READ TO RLOG-RECORDS-READ
088100     MOVE WS-STATEMENTS-PRINTED TO RLOG-RECORDS-WRITTEN
088200     MOVE WS-NOT-ON-MASTER TO RLOG-RECORDS-REJECTED
088300     CALL 'RUNLOGW' USING RLOG-RECORD.
088400 9900-EXIT.
088500     EXIT.
