000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPPURGE.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  YEARLY PURGE OF LEAVERS.
001100*                  THE LOHNKONTO RECORDS OF AN EMPLOYEE MUST BE
001200*                  KEPT TO THE END OF THE SIXTH CALENDAR YEAR
001300*                  AFTER THE LAST YEAR WITH A WAGE PAYMENT ON
001400*                  THEM (PAR. 41 ABS. 1 ESTG) - AFTER THAT THEY
001500*                  MAY NO LONGER BE KEPT.  A LEAVER IS AN
001600*                  EMPLOYEE WHOSE LATEST EMPMAST VERSION CARRIES
001700*                  AN EXIT DATE (EMPM-EXIT-DATE); THE LAST YEAR
001800*                  IS THE LATER OF THE EXIT YEAR AND THE HIGHEST
001900*                  TAXYTD YEAR ON FILE FOR THE EMPLOYEE.  A
002000*                  LEAVER IS DUE FOR PURGE WHEN THAT YEAR PLUS
002100*                  THE RETENTION YEARS IS BEFORE THE YEAR OF THE
002200*                  AS-OF DATE.  THE RUN IS MADE IN TWO STAGES:
002300*                    - ARCH READS ONE PER-YEAR TAXRPTAR/TAXAUDAR
002400*                      ARCHIVE PAIR AND WRITES THE TAXRPTAN/
002500*                      TAXAUDAN REPLACEMENTS WITH THE TAXPAYER ID
002600*                      OF EVERY ROW OF A DUE LEAVER ANONYMISED.
002700*                      NO ROW IS DROPPED AND NO AMOUNT CHANGED, SO
002800*                      EVERY CTL-HDR/CTL-TRL RUN BRACKET AND EVERY
002900*                      CTL-CFW ROW STILL PROVES OUT; THE RUN
003000*                      PROVES THE BRACKETS ON THE ROWS IT WROTE
003100*                      AND THE ROWS AND WITHHOLDING HASH IN
003200*                      AGAINST OUT, AND ENDS WITH RETURN CODE 96
003300*                      IF ANYTHING DISAGREES.  THE JCL SWAPS THE
003400*                      REPLACEMENTS IN AS TAXCLOSE DOES.
003500*                    - MAST, RUN ONCE AFTER EVERY ARCHIVE YEAR,
003600*                      DELETES EVERY EMPMAST VERSION AND EVERY
003700*                      TAXYTD ROW OF THE DUE LEAVERS.  THE
003708*                      CHANGE FILES HOLD WHOLE EMPMAST IMAGES, SO
003716*                      IT ALSO WRITES A CHGHISTN REPLACEMENT FOR
003724*                      CHGHIST WITH THE KEY OF EVERY EMPMAST
003732*                      CHANGE OF A DUE LEAVER SET TO 'ANONYMISED'
003740*                      AND ITS IMAGES BLANKED, AND A PENDCHGN
003748*                      REPLACEMENT FOR PENDCHG WITHOUT THE DUE
003756*                      LEAVERS' PENDING CHANGES - THESE GO ON
003764*                      CHGHISTN, ANONYMISED, AS REJECTED BY
003772*                      EMPPURGE.  THE JCL SWAPS THEM IN.  THE
003780*                      CHANGE FILES ARE DONE FIRST AND NOTHING IS
003788*                      DELETED UNLESS THEY AND TAXYTD OPEN CLEAN.
003800*                  A DUE LEAVER WHO IS STILL NAMED AS SPOUSE ON
003900*                  THE LATEST VERSION OF AN EMPLOYEE WHO STAYS ON
004000*                  FILE IS HELD BACK (RETURN CODE 04) - PURGING
004100*                  THE LEAVER WOULD LEAVE A SPOUSE LINK THAT
004200*                  EMPVERIF REJECTS.  CLEAR THE LINK WITH EMPMAINT
004300*                  FIRST.
004400*                  EVERY STAGE PRINTS A PURGE CERTIFICATE ON
004500*                  PURGCERT FOR THE DATA-PROTECTION OFFICER:
004600*                  ONE LINE PER EMPLOYEE PURGED OR HELD, WITH
004700*                  WHAT WAS REMOVED OR ANONYMISED, AND THE
004800*                  CONTROL TOTALS.
004900*
005000*  ARGUMENT-VALUE SEQUENCE:
005100*      1  FUNCTION-ARG   'ARCH' - ANONYMISE ONE ARCHIVE YEAR
005200*                        'MAST' - DELETE THE EMPMAST VERSIONS AND
005300*                                 TAXYTD ROWS, ANONYMISE THE
005350*                                 CHGHIST/PENDCHG CHANGES
005400*      2  AS-OF-DATE-ARG PIC X(8), YYYYMMDD - THE DATE THE
005500*                        RETENTION PERIOD IS MEASURED AT.  THE
005600*                        SAME DATE ON EVERY STEP OF ONE PURGE.
005700*                        OMITTED OR BLANK MEANS THE RUN DATE
005800*      3  ARCH-YEAR-ARG  PIC 9(4) - FOR ARCH, THE YEAR OF THE
005900*                        ARCHIVE PAIR ON THE DD CARDS (PRINTED ON
006000*                        THE CERTIFICATE)
006100*
006200*  RETURN CODES: 00 CLEAN, 04 LEAVERS HELD, 92 BAD ARGUMENT,
006300*  94 ARCHIVE NOT ON FILE, 95 EMPMAST MISSING OR I/O ERROR
006350*  (INCLUDING A TAXYTD, CHGHIST OR PENDCHG THAT WILL NOT OPEN),
006400*  96 EMPLOYEE TABLE FULL OR CONTROL TOTALS DISAGREE, 98 WRITE
006500*  FAILURE.
006600*****************************************************************
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS EMPM-KEY
007400         FILE STATUS IS WS-EMPM-FILE-STATUS.
007500     SELECT TAXYTD-FILE ASSIGN TO "TAXYTD"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS YTD-KEY
007900         FILE STATUS IS WS-YTD-FILE-STATUS.
008000     SELECT TAXRPTAR-FILE ASSIGN TO "TAXRPTAR"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RPA-FILE-STATUS.
008300     SELECT TAXAUDAR-FILE ASSIGN TO "TAXAUDAR"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-ADA-FILE-STATUS.
008600     SELECT TAXRPTAN-FILE ASSIGN TO "TAXRPTAN"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RPN-FILE-STATUS.
008900     SELECT TAXAUDAN-FILE ASSIGN TO "TAXAUDAN"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-ADN-FILE-STATUS.
009200     SELECT PURGCERT-FILE ASSIGN TO "PURGCERT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-CRT-FILE-STATUS.
009407     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
009414         ORGANIZATION IS LINE SEQUENTIAL
009421         FILE STATUS IS WS-HST-FILE-STATUS.
009428     SELECT CHGHISTN-FILE ASSIGN TO "CHGHISTN"
009435         ORGANIZATION IS LINE SEQUENTIAL
009442         FILE STATUS IS WS-HSN-FILE-STATUS.
009449     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
009456         ORGANIZATION IS LINE SEQUENTIAL
009463         FILE STATUS IS WS-PCH-FILE-STATUS.
009470     SELECT PENDCHGN-FILE ASSIGN TO "PENDCHGN"
009477         ORGANIZATION IS LINE SEQUENTIAL
009484         FILE STATUS IS WS-PCN-FILE-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  EMPMAST-FILE.
009800 COPY EMPMREC.
009900 FD  TAXYTD-FILE.
010000 COPY YTDREC.
010100 FD  TAXRPTAR-FILE.
010200 COPY RPTREC.
010300 FD  TAXAUDAR-FILE.
010400 COPY AUDITREC.
010500 FD  TAXRPTAN-FILE.
010600 01  RPTAN-RECORD                 PIC X(158).
010700 FD  TAXAUDAN-FILE.
010800 01  AUDAN-RECORD                 PIC X(99).
010900 FD  PURGCERT-FILE.
011000 01  PRINT-RECORD                 PIC X(132).
011011 FD  CHGHIST-FILE.
011022 01  CHGHIST-REC                  PIC X(400).
011033 FD  CHGHISTN-FILE.
011044 01  CHGHISTN-REC                 PIC X(400).
011055 FD  PENDCHG-FILE.
011066 01  PENDCHG-REC                  PIC X(400).
011077 FD  PENDCHGN-FILE.
011088 01  PENDCHGN-REC                 PIC X(400).
011100 WORKING-STORAGE SECTION.
011200*****************************************************************
011300*  RUN-CONTROL LAYOUT FOR THE BRACKET PROOF ON THE ARCHIVES.
011400*****************************************************************
011500 COPY RUNCTL.
011600 01  CLI-FUNCTION-ARG             PIC X(04) VALUE SPACES.
011700     88  CLI-ARCHIVE-STAGE            VALUE 'ARCH'.
011800     88  CLI-MASTER-STAGE             VALUE 'MAST'.
011900 01  CLI-AS-OF-DATE-ARG           PIC X(08) VALUE SPACES.
012000 01  CLI-ARCH-YEAR-ARG            PIC X(04) VALUE SPACES.
012100 01  WS-SWITCHES.
012200     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
012300         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
012400         88  WS-EMPM-EOF              VALUE '10'.
012500     05  WS-YTD-FILE-STATUS       PIC X(02) VALUE '00'.
012600         88  WS-YTD-FILE-NOT-FOUND    VALUE '05' '35'.
012700     05  WS-RPA-FILE-STATUS       PIC X(02) VALUE '00'.
012800         88  WS-RPA-FILE-NOT-FOUND    VALUE '05' '35'.
012900         88  WS-RPA-EOF               VALUE '10'.
013000     05  WS-ADA-FILE-STATUS       PIC X(02) VALUE '00'.
013100         88  WS-ADA-FILE-NOT-FOUND    VALUE '05' '35'.
013200         88  WS-ADA-EOF               VALUE '10'.
013300     05  WS-RPN-FILE-STATUS       PIC X(02) VALUE '00'.
013400     05  WS-ADN-FILE-STATUS       PIC X(02) VALUE '00'.
013500     05  WS-CRT-FILE-STATUS       PIC X(02) VALUE '00'.
013511     05  WS-HST-FILE-STATUS       PIC X(02) VALUE '00'.
013522         88  WS-HST-FILE-NOT-FOUND    VALUE '05' '35'.
013533         88  WS-HST-EOF               VALUE '10'.
013544     05  WS-HSN-FILE-STATUS       PIC X(02) VALUE '00'.
013555     05  WS-PCH-FILE-STATUS       PIC X(02) VALUE '00'.
013566         88  WS-PCH-FILE-NOT-FOUND    VALUE '05' '35'.
013577         88  WS-PCH-EOF               VALUE '10'.
013588     05  WS-PCN-FILE-STATUS       PIC X(02) VALUE '00'.
013600     05  WS-YTD-ON-FILE-SW        PIC X(01) VALUE 'N'.
013700         88  WS-YTD-ON-FILE           VALUE 'Y'.
013720     05  WS-HST-ON-FILE-SW        PIC X(01) VALUE 'N'.
013740         88  WS-HST-ON-FILE           VALUE 'Y'.
013760     05  WS-PCH-ON-FILE-SW        PIC X(01) VALUE 'N'.
013780         88  WS-PCH-ON-FILE           VALUE 'Y'.
013800     05  WS-CERT-OPEN-SW          PIC X(01) VALUE 'N'.
013900         88  WS-CERT-OPEN             VALUE 'Y'.
014000     05  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
014100         88  WS-TABLE-FULL            VALUE 'Y'.
014200     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
014300         88  WS-SCAN-DONE             VALUE 'Y'.
014400     05  WS-LV-FOUND-SW           PIC X(01) VALUE 'N'.
014500         88  WS-LV-FOUND              VALUE 'Y'.
014600     05  WS-HOLD-CHANGED-SW       PIC X(01) VALUE 'N'.
014700         88  WS-HOLD-CHANGED          VALUE 'Y'.
014800     05  WS-IN-BRACKET-SW         PIC X(01) VALUE 'N'.
014900         88  WS-IN-BRACKET            VALUE 'Y'.
015000 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
015100 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
015150 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
015200*****************************************************************
015300*  RETENTION.  THE LOHNKONTO IS KEPT TO THE END OF THE SIXTH
015400*  CALENDAR YEAR AFTER THE LAST YEAR ON IT, SO A LEAVER IS DUE
015500*  WHEN THE LAST YEAR IS WS-DUE-YEAR (AS-OF YEAR - 7) OR EARLIER.
015600*****************************************************************
015700 01  WS-RETENTION-YEARS           PIC 9(02) VALUE 06.
015800 01  WS-AS-OF-YEAR                PIC 9(04) VALUE ZERO.
015900 01  WS-DUE-YEAR                  PIC 9(04) VALUE ZERO.
016000 01  WS-EXIT-YEAR                 PIC 9(04) VALUE ZERO.
016100 01  WS-ANON-ID                   PIC X(11) VALUE 'ANONYMISED'.
016200 01  WS-PREV-EMP-ID               PIC X(11) VALUE SPACES.
016300*****************************************************************
016400*  EVERY EMPLOYEE ON EMPMAST, FROM THE LATEST VERSION - THE
016500*  SPOUSE CHECK NEEDS THE ONES WHO STAY AS WELL AS THE LEAVERS.
016600*  WS-LV-STATUS: E EMPLOYED, R LEAVER STILL RETAINED, P DUE FOR
016700*  PURGE, H DUE BUT HELD BY A SPOUSE LINK.
016800*****************************************************************
016900 01  WS-LV-COUNT                  PIC 9(4) COMP VALUE ZERO.
017000 01  WS-LV-IDX                    PIC 9(4) COMP VALUE ZERO.
017100 01  WS-LOOK-IDX                  PIC 9(4) COMP VALUE ZERO.
017200 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
017300 01  WS-LV-TABLE.
017400     05  WS-LV-ENTRY OCCURS 1000 TIMES.
017500         10  WS-LV-EMP-ID         PIC X(11).
017600         10  WS-LV-EXIT-DATE      PIC X(08).
017700         10  WS-LV-SPOUSE-ID      PIC X(11).
017800         10  WS-LV-LAST-YEAR      PIC 9(04).
017900         10  WS-LV-STATUS         PIC X(01).
018000             88  WS-LV-EMPLOYED       VALUE 'E'.
018100             88  WS-LV-RETAINED       VALUE 'R'.
018200             88  WS-LV-DUE            VALUE 'P'.
018300             88  WS-LV-HELD           VALUE 'H'.
018400         10  WS-LV-HELD-BY        PIC X(11).
018500         10  WS-LV-VERSIONS       PIC 9(5) COMP.
018600         10  WS-LV-YTD-ROWS       PIC 9(5) COMP.
018700         10  WS-LV-VERS-DELETED   PIC 9(5) COMP.
018800         10  WS-LV-YTD-DELETED    PIC 9(5) COMP.
018900         10  WS-LV-RPT-ROWS       PIC 9(7) COMP.
019000         10  WS-LV-AUD-ROWS       PIC 9(7) COMP.
019100*****************************************************************
019200*  RUN TOTALS.
019300*****************************************************************
019400 01  WS-LEAVER-COUNT              PIC 9(9) COMP VALUE ZERO.
019500 01  WS-RETAINED-COUNT            PIC 9(9) COMP VALUE ZERO.
019600 01  WS-DUE-COUNT                 PIC 9(9) COMP VALUE ZERO.
019700 01  WS-HELD-COUNT                PIC 9(9) COMP VALUE ZERO.
019800 01  WS-VERSIONS-READ             PIC 9(9) COMP VALUE ZERO.
019900 01  WS-VERSIONS-DELETED          PIC 9(9) COMP VALUE ZERO.
020000 01  WS-YTD-DELETED               PIC 9(9) COMP VALUE ZERO.
020100 01  WS-FINDING-COUNT             PIC 9(9) COMP VALUE ZERO.
020112 01  WS-DUE-YTD-ROWS              PIC 9(9) COMP VALUE ZERO.
020124 01  WS-HST-ROWS-IN               PIC 9(9) COMP VALUE ZERO.
020136 01  WS-HST-ROWS-OUT              PIC 9(9) COMP VALUE ZERO.
020148 01  WS-HST-ANONYMISED            PIC 9(9) COMP VALUE ZERO.
020160 01  WS-PCH-ROWS-IN               PIC 9(9) COMP VALUE ZERO.
020172 01  WS-PCH-ROWS-KEPT             PIC 9(9) COMP VALUE ZERO.
020184 01  WS-PCH-ROWS-REMOVED          PIC 9(9) COMP VALUE ZERO.
020200*****************************************************************
020300*  ARCHIVE CONTROL TOTALS - ONE SET PER FILE, AND THE BRACKET
020400*  UNDER PROOF ON THE ROWS WRITTEN.
020500*****************************************************************
020600 01  WS-RPT-ROWS-IN               PIC 9(09) VALUE ZERO.
020700 01  WS-RPT-ROWS-OUT              PIC 9(09) VALUE ZERO.
020800 01  WS-RPT-HASH-IN               PIC 9(13)V99 VALUE ZERO.
020900 01  WS-RPT-HASH-OUT              PIC 9(13)V99 VALUE ZERO.
021000 01  WS-RPT-ANONYMISED            PIC 9(09) VALUE ZERO.
021100 01  WS-RPT-BRACKETS              PIC 9(09) VALUE ZERO.
021200 01  WS-AUD-ROWS-IN               PIC 9(09) VALUE ZERO.
021300 01  WS-AUD-ROWS-OUT              PIC 9(09) VALUE ZERO.
021400 01  WS-AUD-HASH-IN               PIC 9(13)V99 VALUE ZERO.
021500 01  WS-AUD-HASH-OUT              PIC 9(13)V99 VALUE ZERO.
021600 01  WS-AUD-ANONYMISED            PIC 9(09) VALUE ZERO.
021700 01  WS-AUD-BRACKETS              PIC 9(09) VALUE ZERO.
021800 01  WS-BRK-FILE-ID               PIC X(08) VALUE SPACES.
021900 01  WS-BRK-RUN-DATE              PIC X(08) VALUE SPACES.
022000 01  WS-BRK-RUN-TIME              PIC X(08) VALUE SPACES.
022100 01  WS-BRK-DETAIL-COUNT          PIC 9(09) VALUE ZERO.
022200 01  WS-BRK-WITHHOLD-HASH         PIC 9(13)V99 VALUE ZERO.
022300 01  WS-LOOKUP-ID                 PIC X(11) VALUE SPACES.
022400*****************************************************************
022500*  CERTIFICATE LINE LAYOUTS.
022600*****************************************************************
022700 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
022800 01  WS-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
022900 01  WS-LINES-PER-PAGE            PIC 9(4) COMP VALUE 55.
023000 01  WS-HEADING-1.
023100     05  FILLER                   PIC X(20)
023200         VALUE 'PAYROLL SYSTEMS     '.
023300     05  FILLER                   PIC X(35)
023400         VALUE 'PURGE CERTIFICATE - PAR. 41 ESTG   '.
023500     05  FILLER                   PIC X(08) VALUE 'AS OF   '.
023600     05  WS-HD1-AS-OF-DATE        PIC X(08).
023700     05  FILLER                   PIC X(05) VALUE SPACES.
023800     05  FILLER                   PIC X(08) VALUE 'PRINTED '.
023900     05  WS-HD1-DATE              PIC X(08).
024000     05  FILLER                   PIC X(31) VALUE SPACES.
024100     05  FILLER                   PIC X(05) VALUE 'PAGE '.
024200     05  WS-HD1-PAGE              PIC ZZZ9.
024300 01  WS-HEADING-2.
024400     05  FILLER                   PIC X(11) VALUE 'EMPLOYEE-ID'.
024500     05  FILLER                   PIC X(02) VALUE SPACES.
024600     05  FILLER                   PIC X(09) VALUE 'EXIT DATE'.
024700     05  FILLER                   PIC X(02) VALUE SPACES.
024800     05  FILLER                   PIC X(09) VALUE 'LAST YEAR'.
024900     05  FILLER                   PIC X(02) VALUE SPACES.
025000     05  FILLER                   PIC X(11) VALUE 'KEPT UNTIL '.
025100     05  FILLER                   PIC X(30) VALUE 'ACTION'.
025200     05  FILLER                   PIC X(02) VALUE SPACES.
025300     05  FILLER                   PIC X(08) VALUE 'VERSIONS'.
025400     05  FILLER                   PIC X(02) VALUE SPACES.
025500     05  FILLER                   PIC X(08) VALUE 'YTD ROWS'.
025600     05  FILLER                   PIC X(02) VALUE SPACES.
025700     05  FILLER                   PIC X(10) VALUE 'TAXRPT ROW'.
025800     05  FILLER                   PIC X(02) VALUE SPACES.
025900     05  FILLER                   PIC X(10) VALUE 'TAXAUD ROW'.
026000 01  WS-CERT-LINE.
026100     05  WS-CL-EMP-ID             PIC X(11).
026200     05  FILLER                   PIC X(02) VALUE SPACES.
026300     05  WS-CL-EXIT-DATE          PIC X(09).
026400     05  FILLER                   PIC X(02) VALUE SPACES.
026500     05  FILLER                   PIC X(05) VALUE SPACES.
026600     05  WS-CL-LAST-YEAR          PIC X(04).
026700     05  FILLER                   PIC X(02) VALUE SPACES.
026800     05  WS-CL-KEPT-UNTIL         PIC X(08).
026900     05  FILLER                   PIC X(03) VALUE SPACES.
027000     05  WS-CL-ACTION             PIC X(30).
027100     05  FILLER                   PIC X(02) VALUE SPACES.
027200     05  WS-CL-VERSIONS           PIC ZZZZZZZ9.
027300     05  FILLER                   PIC X(02) VALUE SPACES.
027400     05  WS-CL-YTD-ROWS           PIC ZZZZZZZ9.
027500     05  FILLER                   PIC X(02) VALUE SPACES.
027600     05  WS-CL-RPT-ROWS           PIC ZZZZZZZZZ9.
027700     05  FILLER                   PIC X(02) VALUE SPACES.
027800     05  WS-CL-AUD-ROWS           PIC ZZZZZZZZZ9.
027900 01  WS-KEPT-UNTIL.
028000     05  WS-KU-YEAR               PIC 9(04).
028100     05  FILLER                   PIC X(04) VALUE '1231'.
028200 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
028300 01  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
028400 01  WS-COUNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
028450 01  WS-COUNT-EDIT-3              PIC ZZZ,ZZZ,ZZ9.
028500 01  WS-HASH-EDIT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028600 01  WS-HASH-EDIT-2               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028700 01  WS-RC-EDIT                   PIC 9(02).
028800*****************************************************************
028900*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
029000*****************************************************************
029100 COPY RLOGREC.
029120*****************************************************************
029140*  CHGHIST / PENDCHG ROW - THE FOUR-EYES CHANGE LAYOUT.
029160*****************************************************************
029180 COPY PCHGREC.
029200 PROCEDURE DIVISION.
029300 0000-MAINLINE.
029400     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029600     IF WS-RETURN-CODE = ZERO
029700         PERFORM 2000-LOAD-EMPLOYEES THRU 2000-EXIT
029800     END-IF
029900     IF WS-RETURN-CODE = ZERO
030000         PERFORM 2500-SELECT-LEAVERS THRU 2500-EXIT
030100     END-IF
030200     IF WS-RETURN-CODE NOT > 04
030300         AND CLI-ARCHIVE-STAGE
030400         PERFORM 3000-ANONYMISE-TAXRPTAR THRU 3000-EXIT
030500         PERFORM 4000-ANONYMISE-TAXAUDAR THRU 4000-EXIT
030600     END-IF
030700     IF WS-RETURN-CODE NOT > 04
030800         AND CLI-MASTER-STAGE
030900         PERFORM 5000-PURGE-MASTERS THRU 5000-EXIT
031000     END-IF
031100     IF WS-CERT-OPEN
031200         PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT
031300     END-IF
031400     PERFORM 9000-TERMINATE THRU 9000-EXIT
031500     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
031600     STOP RUN RETURNING WS-RETURN-CODE.
031700
031800*****************************************************************
031900*  1000-INITIALIZE - READ AND EDIT THE ARGUMENTS, WORK OUT THE
032000*  LAST YEAR THAT IS PAST RETENTION AND OPEN THE CERTIFICATE.
032100*****************************************************************
032200 1000-INITIALIZE.
032300     ACCEPT CLI-FUNCTION-ARG FROM ARGUMENT-VALUE
032400     ACCEPT CLI-AS-OF-DATE-ARG FROM ARGUMENT-VALUE
032500     ACCEPT CLI-ARCH-YEAR-ARG FROM ARGUMENT-VALUE
032600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032650     ACCEPT WS-RUN-TIME FROM TIME
032700     IF NOT CLI-ARCHIVE-STAGE
032800         AND NOT CLI-MASTER-STAGE
032900         DISPLAY 'EMPPURGE: FUNCTION-ARG MUST BE ARCH OR MAST'
033000         MOVE 92 TO WS-RETURN-CODE
033100         GO TO 1000-EXIT
033200     END-IF
033300     IF CLI-AS-OF-DATE-ARG = SPACES
033400         OR CLI-AS-OF-DATE-ARG NOT NUMERIC
033500         MOVE WS-RUN-DATE TO CLI-AS-OF-DATE-ARG
033600     END-IF
033700     IF CLI-ARCHIVE-STAGE
033800         AND (CLI-ARCH-YEAR-ARG NOT NUMERIC
033900              OR CLI-ARCH-YEAR-ARG = '0000')
034000         DISPLAY 'EMPPURGE: ARCH-YEAR-ARG MUST BE THE YEAR OF '
034100             'THE ARCHIVE PAIR (YYYY)'
034200         MOVE 92 TO WS-RETURN-CODE
034300         GO TO 1000-EXIT
034400     END-IF
034500     IF CLI-MASTER-STAGE
034600         MOVE SPACES TO CLI-ARCH-YEAR-ARG
034700     END-IF
034800     MOVE CLI-AS-OF-DATE-ARG (1:4) TO WS-AS-OF-YEAR
034900     COMPUTE WS-DUE-YEAR = WS-AS-OF-YEAR - WS-RETENTION-YEARS - 1
035000     DISPLAY 'EMPPURGE: FUNCTION.......... ' CLI-FUNCTION-ARG
035100     DISPLAY 'EMPPURGE: AS-OF DATE........ ' CLI-AS-OF-DATE-ARG
035200     DISPLAY 'EMPPURGE: LAST YEAR DUE..... ' WS-DUE-YEAR
035300     OPEN OUTPUT PURGCERT-FILE
035400     MOVE 'Y' TO WS-CERT-OPEN-SW
035500     MOVE WS-RUN-DATE TO WS-HD1-DATE
035600     MOVE CLI-AS-OF-DATE-ARG TO WS-HD1-AS-OF-DATE
035700     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*  2000-LOAD-EMPLOYEES - READ EMPMAST FRONT TO BACK, ONE TABLE
036300*  ENTRY PER EMPLOYEE.  THE VERSIONS COME IN VALID-FROM ORDER,
036400*  SO THE EXIT DATE AND SPOUSE LINK LEFT IN THE ENTRY ARE THOSE
036500*  OF THE LATEST VERSION.  A FULL TABLE STOPS THE RUN: THE
036600*  SPOUSE CHECK CANNOT BE MADE ON HALF THE MASTER.
036700*****************************************************************
036800 2000-LOAD-EMPLOYEES.
036900     MOVE ZERO TO WS-LV-COUNT
037000     OPEN INPUT EMPMAST-FILE
037100     IF WS-EMPM-FILE-NOT-FOUND
037200         DISPLAY 'EMPPURGE: NO EMPLOYEE MASTER ON FILE - NOTHING '
037300             'TO PURGE'
037400         MOVE 95 TO WS-RETURN-CODE
037500         GO TO 2000-EXIT
037600     END-IF
037700     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
037800         UNTIL WS-EMPM-EOF OR WS-TABLE-FULL
037900     CLOSE EMPMAST-FILE
038000     IF WS-TABLE-FULL
038100         DISPLAY 'EMPPURGE: EMPLOYEE TABLE FULL AT 1000 - RUN '
038200             'STOPPED, NOTHING PURGED'
038300         MOVE 96 TO WS-RETURN-CODE
038400     END-IF.
038500 2000-EXIT.
038600     EXIT.
038700
038800 2100-READ-MASTER-RECORD.
038900     READ EMPMAST-FILE NEXT
039000         AT END
039100             GO TO 2100-EXIT
039200     END-READ
039300     ADD 1 TO WS-VERSIONS-READ
039400     IF EMPM-ID NOT = WS-PREV-EMP-ID
039500         IF WS-LV-COUNT = 1000
039600             MOVE 'Y' TO WS-TABLE-FULL-SW
039700             GO TO 2100-EXIT
039800         END-IF
039900         ADD 1 TO WS-LV-COUNT
040000         MOVE EMPM-ID TO WS-PREV-EMP-ID
040100         MOVE EMPM-ID TO WS-LV-EMP-ID (WS-LV-COUNT)
040200         MOVE ZERO TO WS-LV-LAST-YEAR (WS-LV-COUNT)
040300         MOVE 'E' TO WS-LV-STATUS (WS-LV-COUNT)
040400         MOVE SPACES TO WS-LV-HELD-BY (WS-LV-COUNT)
040500         MOVE ZERO TO WS-LV-VERSIONS (WS-LV-COUNT)
040600         MOVE ZERO TO WS-LV-YTD-ROWS (WS-LV-COUNT)
040700         MOVE ZERO TO WS-LV-VERS-DELETED (WS-LV-COUNT)
040800         MOVE ZERO TO WS-LV-YTD-DELETED (WS-LV-COUNT)
040900         MOVE ZERO TO WS-LV-RPT-ROWS (WS-LV-COUNT)
041000         MOVE ZERO TO WS-LV-AUD-ROWS (WS-LV-COUNT)
041100     END-IF
041200     ADD 1 TO WS-LV-VERSIONS (WS-LV-COUNT)
041300     MOVE EMPM-EXIT-DATE TO WS-LV-EXIT-DATE (WS-LV-COUNT)
041400     MOVE EMPM-SPOUSE-ID TO WS-LV-SPOUSE-ID (WS-LV-COUNT).
041500 2100-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  2500-SELECT-LEAVERS - FIND EACH LEAVER'S LAST YEAR ON TAXYTD
042000*  AND MARK THOSE PAST RETENTION DUE, THEN HOLD BACK ANY DUE
042100*  LEAVER STILL NAMED AS SPOUSE BY AN EMPLOYEE WHO STAYS.  THE
042200*  HOLD PASS IS REPEATED UNTIL NOTHING CHANGES: A HELD LEAVER
042300*  STAYS ON FILE, SO THAT LEAVER'S OWN SPOUSE MUST STAY TOO.
042400*****************************************************************
042500 2500-SELECT-LEAVERS.
042600     OPEN INPUT TAXYTD-FILE
042700     IF WS-YTD-FILE-NOT-FOUND
042800         DISPLAY 'EMPPURGE: NO TAXYTD FILE ON FILE - LAST YEAR '
042900             'TAKEN FROM THE EXIT DATE ALONE'
043000     ELSE
043100         MOVE 'Y' TO WS-YTD-ON-FILE-SW
043200     END-IF
043300     PERFORM 2600-CLASSIFY-EMPLOYEE THRU 2600-EXIT
043400         VARYING WS-LV-IDX FROM 1 BY 1
043500         UNTIL WS-LV-IDX > WS-LV-COUNT
043600     IF WS-YTD-ON-FILE
043700         CLOSE TAXYTD-FILE
043800         MOVE 'N' TO WS-YTD-ON-FILE-SW
043900     END-IF
044000     MOVE 'Y' TO WS-HOLD-CHANGED-SW
044100     PERFORM 2800-HOLD-PASS THRU 2800-EXIT
044200         UNTIL NOT WS-HOLD-CHANGED
044300     PERFORM 2900-COUNT-STATUS THRU 2900-EXIT
044400         VARYING WS-LV-IDX FROM 1 BY 1
044500         UNTIL WS-LV-IDX > WS-LV-COUNT
044600     IF WS-HELD-COUNT > ZERO
044700         MOVE 04 TO WS-RETURN-CODE
044800     END-IF.
044900 2500-EXIT.
045000     EXIT.
045100
045200 2600-CLASSIFY-EMPLOYEE.
045300     IF WS-LV-EXIT-DATE (WS-LV-IDX) = SPACES
045400         GO TO 2600-EXIT
045500     END-IF
045600     IF WS-LV-EXIT-DATE (WS-LV-IDX) NOT NUMERIC
045700         DISPLAY 'EMPPURGE: ' WS-LV-EMP-ID (WS-LV-IDX)
045800             ' EXIT DATE ' WS-LV-EXIT-DATE (WS-LV-IDX)
045900             ' IS NOT YYYYMMDD - NOT TREATED AS A LEAVER'
046000         GO TO 2600-EXIT
046100     END-IF
046200     MOVE 'R' TO WS-LV-STATUS (WS-LV-IDX)
046300     MOVE WS-LV-EXIT-DATE (WS-LV-IDX) (1:4) TO WS-EXIT-YEAR
046400     MOVE WS-EXIT-YEAR TO WS-LV-LAST-YEAR (WS-LV-IDX)
046500     IF WS-YTD-ON-FILE
046600         MOVE 'N' TO WS-SCAN-DONE-SW
046700         MOVE WS-LV-EMP-ID (WS-LV-IDX) TO YTD-EMP-ID
046800         MOVE ZERO TO YTD-YEAR
046900         START TAXYTD-FILE KEY IS NOT LESS THAN YTD-KEY
047000             INVALID KEY
047100                 MOVE 'Y' TO WS-SCAN-DONE-SW
047200         END-START
047300         PERFORM 2700-TEST-YTD-ROW THRU 2700-EXIT
047400             UNTIL WS-SCAN-DONE
047500     END-IF
047600     IF WS-LV-LAST-YEAR (WS-LV-IDX) NOT > WS-DUE-YEAR
047700         MOVE 'P' TO WS-LV-STATUS (WS-LV-IDX)
047800     END-IF.
047900 2600-EXIT.
048000     EXIT.
048100
048200 2700-TEST-YTD-ROW.
048300     READ TAXYTD-FILE NEXT
048400         AT END
048500             MOVE 'Y' TO WS-SCAN-DONE-SW
048600             GO TO 2700-EXIT
048700     END-READ
048800     IF YTD-EMP-ID NOT = WS-LV-EMP-ID (WS-LV-IDX)
048900         MOVE 'Y' TO WS-SCAN-DONE-SW
049000         GO TO 2700-EXIT
049100     END-IF
049200     ADD 1 TO WS-LV-YTD-ROWS (WS-LV-IDX)
049300     IF YTD-YEAR > WS-LV-LAST-YEAR (WS-LV-IDX)
049400         MOVE YTD-YEAR TO WS-LV-LAST-YEAR (WS-LV-IDX)
049500     END-IF.
049600 2700-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*  2800-HOLD-PASS - ONE SWEEP OF THE SPOUSE CHECK.  EVERY
050100*  EMPLOYEE WHO STAYS ON FILE AND NAMES A SPOUSE HOLDS THAT
050200*  SPOUSE IF THE SPOUSE WAS DUE.
050300*****************************************************************
050400 2800-HOLD-PASS.
050500     MOVE 'N' TO WS-HOLD-CHANGED-SW
050600     PERFORM 2810-CHECK-SPOUSE-LINK THRU 2810-EXIT
050700         VARYING WS-LV-IDX FROM 1 BY 1
050800         UNTIL WS-LV-IDX > WS-LV-COUNT.
050900 2800-EXIT.
051000     EXIT.
051100
051200 2810-CHECK-SPOUSE-LINK.
051300     IF WS-LV-DUE (WS-LV-IDX)
051400         OR WS-LV-SPOUSE-ID (WS-LV-IDX) = SPACES
051500         GO TO 2810-EXIT
051600     END-IF
051700     MOVE WS-LV-SPOUSE-ID (WS-LV-IDX) TO WS-LOOKUP-ID
051800     PERFORM 8500-FIND-EMPLOYEE THRU 8500-EXIT
051900     IF WS-LV-FOUND
052000         AND WS-LV-DUE (WS-FOUND-IDX)
052100         MOVE 'H' TO WS-LV-STATUS (WS-FOUND-IDX)
052200         MOVE WS-LV-EMP-ID (WS-LV-IDX)
052300             TO WS-LV-HELD-BY (WS-FOUND-IDX)
052400         MOVE 'Y' TO WS-HOLD-CHANGED-SW
052500         DISPLAY 'EMPPURGE: ' WS-LV-EMP-ID (WS-FOUND-IDX)
052600             ' HELD - STILL NAMED AS SPOUSE BY '
052700             WS-LV-EMP-ID (WS-LV-IDX)
052800     END-IF.
052900 2810-EXIT.
053000     EXIT.
053100
053200 2900-COUNT-STATUS.
053300     EVALUATE TRUE
053400         WHEN WS-LV-RETAINED (WS-LV-IDX)
053500             ADD 1 TO WS-LEAVER-COUNT
053600             ADD 1 TO WS-RETAINED-COUNT
053700         WHEN WS-LV-DUE (WS-LV-IDX)
053800             ADD 1 TO WS-LEAVER-COUNT
053900             ADD 1 TO WS-DUE-COUNT
054000         WHEN WS-LV-HELD (WS-LV-IDX)
054100             ADD 1 TO WS-LEAVER-COUNT
054200             ADD 1 TO WS-HELD-COUNT
054300     END-EVALUATE.
054400 2900-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*  3000-ANONYMISE-TAXRPTAR - COPY THE REPORT ARCHIVE TO ITS
054900*  REPLACEMENT, ANONYMISING THE ROWS OF DUE LEAVERS.  CONTROL
055000*  ROWS (TAG CTL-) GO ACROSS UNTOUCHED; EVERY BRACKET IS PROVED
055100*  ON THE ROWS WRITTEN AND THE FILE IN AGAINST OUT.
055200*****************************************************************
055300 3000-ANONYMISE-TAXRPTAR.
055400     MOVE 'N' TO WS-IN-BRACKET-SW
055500     MOVE 'TAXRPTAR' TO WS-BRK-FILE-ID
055600     OPEN INPUT TAXRPTAR-FILE
055700     IF WS-RPA-FILE-NOT-FOUND
055800         DISPLAY 'EMPPURGE: NO TAXRPTAR ARCHIVE ON FILE FOR '
055900             CLI-ARCH-YEAR-ARG
056000         MOVE 94 TO WS-RETURN-CODE
056100         GO TO 3000-EXIT
056200     END-IF
056300     OPEN OUTPUT TAXRPTAN-FILE
056400     PERFORM 3100-COPY-RPT-ROW THRU 3100-EXIT
056500         UNTIL WS-RPA-EOF OR WS-RETURN-CODE = 98
056600     IF WS-IN-BRACKET
056700         PERFORM 8100-REPORT-OPEN-BRACKET THRU 8100-EXIT
056800     END-IF
056900     CLOSE TAXRPTAR-FILE
057000     CLOSE TAXRPTAN-FILE
057100     IF WS-RPT-ROWS-IN NOT = WS-RPT-ROWS-OUT
057200         OR WS-RPT-HASH-IN NOT = WS-RPT-HASH-OUT
057300         DISPLAY 'EMPPURGE: TAXRPTAR ROWS/HASH IN '
057400             WS-RPT-ROWS-IN ' ' WS-RPT-HASH-IN ' DISAGREE WITH '
057500             'OUT ' WS-RPT-ROWS-OUT ' ' WS-RPT-HASH-OUT
057600         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
057700     END-IF.
057800 3000-EXIT.
057900     EXIT.
058000
058100 3100-COPY-RPT-ROW.
058200     READ TAXRPTAR-FILE
058300         AT END
058400             GO TO 3100-EXIT
058500     END-READ
058600     ADD 1 TO WS-RPT-ROWS-IN
058700     IF RPT-RUN-DATE (1:4) = 'CTL-'
058800         MOVE RPT-RECORD TO CTL-RECORD
058900         EVALUATE TRUE
059000             WHEN CTL-IS-HEADER
059100                 PERFORM 8200-OPEN-BRACKET THRU 8200-EXIT
059200                 ADD 1 TO WS-RPT-BRACKETS
059300             WHEN CTL-IS-TRAILER
059400                 PERFORM 8300-CLOSE-BRACKET THRU 8300-EXIT
059500         END-EVALUATE
059600     ELSE
059700         ADD RPT-TOTAL-WITHHOLD TO WS-RPT-HASH-IN
059800         MOVE RPT-TAXPAYER-ID TO WS-LOOKUP-ID
059900         PERFORM 8500-FIND-EMPLOYEE THRU 8500-EXIT
060000         IF WS-LV-FOUND
060100             AND WS-LV-DUE (WS-FOUND-IDX)
060200             MOVE WS-ANON-ID TO RPT-TAXPAYER-ID
060300             ADD 1 TO WS-LV-RPT-ROWS (WS-FOUND-IDX)
060400             ADD 1 TO WS-RPT-ANONYMISED
060500         END-IF
060600     END-IF
060700     WRITE RPTAN-RECORD FROM RPT-RECORD
060800     IF WS-RPN-FILE-STATUS NOT = '00'
060900         DISPLAY 'EMPPURGE: TAXRPTAN WRITE FAILED - STATUS '
061000             WS-RPN-FILE-STATUS
061100         MOVE 98 TO WS-RETURN-CODE
061200         GO TO 3100-EXIT
061300     END-IF
061400     ADD 1 TO WS-RPT-ROWS-OUT
061500     IF RPT-RUN-DATE (1:4) NOT = 'CTL-'
061600         ADD RPT-TOTAL-WITHHOLD TO WS-RPT-HASH-OUT
061700         IF WS-IN-BRACKET
061800             ADD 1 TO WS-BRK-DETAIL-COUNT
061900             ADD RPT-TOTAL-WITHHOLD TO WS-BRK-WITHHOLD-HASH
062000         END-IF
062100     END-IF.
062200 3100-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600*  4000-ANONYMISE-TAXAUDAR - SAME FOR THE AUDIT ARCHIVE (THE
062700*  AUDIT HASH IS THE SUM OF AUD-RESULT, AS IN TAXCLOSE).
062800*****************************************************************
062900 4000-ANONYMISE-TAXAUDAR.
063000     IF WS-RETURN-CODE > 04
063100         GO TO 4000-EXIT
063200     END-IF
063300     MOVE 'N' TO WS-IN-BRACKET-SW
063400     MOVE 'TAXAUDAR' TO WS-BRK-FILE-ID
063500     OPEN INPUT TAXAUDAR-FILE
063600     IF WS-ADA-FILE-NOT-FOUND
063700         DISPLAY 'EMPPURGE: NO TAXAUDAR ARCHIVE ON FILE FOR '
063800             CLI-ARCH-YEAR-ARG
063900         MOVE 94 TO WS-RETURN-CODE
064000         GO TO 4000-EXIT
064100     END-IF
064200     OPEN OUTPUT TAXAUDAN-FILE
064300     PERFORM 4100-COPY-AUD-ROW THRU 4100-EXIT
064400         UNTIL WS-ADA-EOF OR WS-RETURN-CODE = 98
064500     IF WS-IN-BRACKET
064600         PERFORM 8100-REPORT-OPEN-BRACKET THRU 8100-EXIT
064700     END-IF
064800     CLOSE TAXAUDAR-FILE
064900     CLOSE TAXAUDAN-FILE
065000     IF WS-AUD-ROWS-IN NOT = WS-AUD-ROWS-OUT
065100         OR WS-AUD-HASH-IN NOT = WS-AUD-HASH-OUT
065200         DISPLAY 'EMPPURGE: TAXAUDAR ROWS/HASH IN '
065300             WS-AUD-ROWS-IN ' ' WS-AUD-HASH-IN ' DISAGREE WITH '
065400             'OUT ' WS-AUD-ROWS-OUT ' ' WS-AUD-HASH-OUT
065500         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
065600     END-IF.
065700 4000-EXIT.
065800     EXIT.
065900
066000 4100-COPY-AUD-ROW.
066100     READ TAXAUDAR-FILE
066200         AT END
066300             GO TO 4100-EXIT
066400     END-READ
066500     ADD 1 TO WS-AUD-ROWS-IN
066600     IF AUD-RUN-DATE (1:4) = 'CTL-'
066700         MOVE AUDIT-RECORD TO CTL-RECORD
066800         EVALUATE TRUE
066900             WHEN CTL-IS-HEADER
067000                 PERFORM 8200-OPEN-BRACKET THRU 8200-EXIT
067100                 ADD 1 TO WS-AUD-BRACKETS
067200             WHEN CTL-IS-TRAILER
067300                 PERFORM 8300-CLOSE-BRACKET THRU 8300-EXIT
067400         END-EVALUATE
067500     ELSE
067600         ADD AUD-RESULT TO WS-AUD-HASH-IN
067700         MOVE AUD-TAXPAYER-ID TO WS-LOOKUP-ID
067800         PERFORM 8500-FIND-EMPLOYEE THRU 8500-EXIT
067900         IF WS-LV-FOUND
068000             AND WS-LV-DUE (WS-FOUND-IDX)
068100             MOVE WS-ANON-ID TO AUD-TAXPAYER-ID
068200             ADD 1 TO WS-LV-AUD-ROWS (WS-FOUND-IDX)
068300             ADD 1 TO WS-AUD-ANONYMISED
068400         END-IF
068500     END-IF
068600     WRITE AUDAN-RECORD FROM AUDIT-RECORD
068700     IF WS-ADN-FILE-STATUS NOT = '00'
068800         DISPLAY 'EMPPURGE: TAXAUDAN WRITE FAILED - STATUS '
068900             WS-ADN-FILE-STATUS
069000         MOVE 98 TO WS-RETURN-CODE
069100         GO TO 4100-EXIT
069200     END-IF
069300     ADD 1 TO WS-AUD-ROWS-OUT
069400     IF AUD-RUN-DATE (1:4) NOT = 'CTL-'
069500         ADD AUD-RESULT TO WS-AUD-HASH-OUT
069600         IF WS-IN-BRACKET
069700             ADD 1 TO WS-BRK-DETAIL-COUNT
069800             ADD AUD-RESULT TO WS-BRK-WITHHOLD-HASH
069900         END-IF
070000     END-IF.
070100 4100-EXIT.
070200     EXIT.
070300
070400*****************************************************************
070500*  5000-PURGE-MASTERS - ANONYMISE THE DUE LEAVERS' CHANGES ON
070600*  THE CHGHIST/PENDCHG REPLACEMENTS, THEN DELETE EVERY EMPMAST
070700*  VERSION AND EVERY TAXYTD ROW OF EACH DUE LEAVER.  ONCE A
070712*  LEAVER IS OFF EMPMAST NO LATER RUN CAN FIND THE REST, SO
070724*  NOTHING IS DELETED UNLESS THE CHANGE FILES WERE WRITTEN AND
070736*  TAXYTD OPENS.  A TAXYTD THAT IS NOT ON FILE IS ACCEPTED ONLY
070748*  WHEN NO TAXYTD ROW OF A DUE LEAVER WAS COUNTED.  THE VERSIONS
070760*  AND TAXYTD ROWS DELETED MUST MATCH THOSE COUNTED AT LOAD.
070772*  THE JCL SWAPS THE REPLACEMENTS IN AFTER EVERY CLEAN RUN, SO
070784*  THEY ARE WRITTEN EVEN WHEN NO LEAVER IS DUE.
070800*****************************************************************
070900 5000-PURGE-MASTERS.
070914     PERFORM 5500-ANONYMISE-CHANGES THRU 5500-EXIT
070928     IF WS-RETURN-CODE > 04
070942         DISPLAY 'EMPPURGE: CHANGE FILES NOT REPLACED - NOTHING '
070956             'DELETED'
070970         GO TO 5000-EXIT
070984     END-IF
071000     IF WS-DUE-COUNT = ZERO
071100         GO TO 5000-EXIT
071200     END-IF
071204     OPEN I-O TAXYTD-FILE
071208     EVALUATE TRUE
071212         WHEN WS-YTD-FILE-STATUS = '00'
071216             MOVE 'Y' TO WS-YTD-ON-FILE-SW
071220         WHEN WS-YTD-FILE-NOT-FOUND
071224             MOVE ZERO TO WS-DUE-YTD-ROWS
071228             PERFORM 5010-ADD-DUE-YTD-ROWS THRU 5010-EXIT
071232                 VARYING WS-LV-IDX FROM 1 BY 1
071236                 UNTIL WS-LV-IDX > WS-LV-COUNT
071240             IF WS-DUE-YTD-ROWS > ZERO
071244                 DISPLAY 'EMPPURGE: TAXYTD NOT ON FILE BUT '
071248                     WS-DUE-YTD-ROWS ' ROWS OF DUE LEAVERS WERE '
071252                     'COUNTED - NOTHING DELETED'
071256                 PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
071260                 GO TO 5000-EXIT
071264             END-IF
071268             DISPLAY 'EMPPURGE: NO TAXYTD FILE ON FILE - NO '
071272                 'TAXYTD ROWS TO DELETE'
071276         WHEN OTHER
071280             DISPLAY 'EMPPURGE: TAXYTD OPEN FAILED - STATUS '
071284                 WS-YTD-FILE-STATUS ' - NOTHING DELETED'
071288             MOVE 95 TO WS-RETURN-CODE
071292             GO TO 5000-EXIT
071296     END-EVALUATE
071300     OPEN I-O EMPMAST-FILE
071400     IF WS-EMPM-FILE-STATUS NOT = '00'
071500         DISPLAY 'EMPPURGE: EMPMAST OPEN FAILED - STATUS '
071600             WS-EMPM-FILE-STATUS
071700         MOVE 95 TO WS-RETURN-CODE
071720         IF WS-YTD-ON-FILE
071740             CLOSE TAXYTD-FILE
071760             MOVE 'N' TO WS-YTD-ON-FILE-SW
071780         END-IF
071800         GO TO 5000-EXIT
072600     END-IF
072700     PERFORM 5100-PURGE-ONE-LEAVER THRU 5100-EXIT
072800         VARYING WS-LV-IDX FROM 1 BY 1
072900         UNTIL WS-LV-IDX > WS-LV-COUNT
073000             OR WS-RETURN-CODE > 04
073100     CLOSE EMPMAST-FILE
073200     IF WS-YTD-ON-FILE
073300         CLOSE TAXYTD-FILE
073350         MOVE 'N' TO WS-YTD-ON-FILE-SW
073400     END-IF.
073500 5000-EXIT.
073512     EXIT.
073524
073536 5010-ADD-DUE-YTD-ROWS.
073548     IF WS-LV-DUE (WS-LV-IDX)
073560         ADD WS-LV-YTD-ROWS (WS-LV-IDX) TO WS-DUE-YTD-ROWS
073572     END-IF.
073584 5010-EXIT.
073600     EXIT.
073700
073800 5100-PURGE-ONE-LEAVER.
073900     IF NOT WS-LV-DUE (WS-LV-IDX)
074000         GO TO 5100-EXIT
074100     END-IF
074200     MOVE 'N' TO WS-SCAN-DONE-SW
074300     PERFORM 5200-DELETE-VERSION THRU 5200-EXIT
074400         UNTIL WS-SCAN-DONE
074500     IF WS-YTD-ON-FILE
074600         MOVE 'N' TO WS-SCAN-DONE-SW
074700         PERFORM 5300-DELETE-YTD-ROW THRU 5300-EXIT
074800             UNTIL WS-SCAN-DONE
074900     END-IF
075000     IF WS-LV-VERS-DELETED (WS-LV-IDX)
075100         NOT = WS-LV-VERSIONS (WS-LV-IDX)
075200         DISPLAY 'EMPPURGE: ' WS-LV-EMP-ID (WS-LV-IDX)
075300             ' VERSIONS DELETED ' WS-LV-VERS-DELETED (WS-LV-IDX)
075400             ' DISAGREE WITH ' WS-LV-VERSIONS (WS-LV-IDX)
075411             ' COUNTED'
075422         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
075433     END-IF
075444     IF WS-LV-YTD-DELETED (WS-LV-IDX)
075455         NOT = WS-LV-YTD-ROWS (WS-LV-IDX)
075466         DISPLAY 'EMPPURGE: ' WS-LV-EMP-ID (WS-LV-IDX)
075477             ' TAXYTD ROWS DELETED ' WS-LV-YTD-DELETED (WS-LV-IDX)
075488             ' DISAGREE WITH ' WS-LV-YTD-ROWS (WS-LV-IDX)
075500             ' COUNTED'
075600         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
075700     END-IF.
075800 5100-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200*  5200/5300 - POSITION ON THE EMPLOYEE'S FIRST REMAINING ROW,
076300*  DELETE IT, AND COME BACK FOR THE NEXT UNTIL NONE IS LEFT.
076400*****************************************************************
076500 5200-DELETE-VERSION.
076600     MOVE WS-LV-EMP-ID (WS-LV-IDX) TO EMPM-ID
076700     MOVE '00000000' TO EMPM-VALID-FROM
076800     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
076900         INVALID KEY
077000             MOVE 'Y' TO WS-SCAN-DONE-SW
077100             GO TO 5200-EXIT
077200     END-START
077300     READ EMPMAST-FILE NEXT
077400         AT END
077500             MOVE 'Y' TO WS-SCAN-DONE-SW
077600             GO TO 5200-EXIT
077700     END-READ
077800     IF EMPM-ID NOT = WS-LV-EMP-ID (WS-LV-IDX)
077900         MOVE 'Y' TO WS-SCAN-DONE-SW
078000         GO TO 5200-EXIT
078100     END-IF
078200     DELETE EMPMAST-FILE RECORD
078300         INVALID KEY
078400             DISPLAY 'EMPPURGE: EMPMAST DELETE FAILED FOR '
078500                 EMPM-ID ' ' EMPM-VALID-FROM ' - STATUS '
078600                 WS-EMPM-FILE-STATUS
078700             MOVE 95 TO WS-RETURN-CODE
078800             MOVE 'Y' TO WS-SCAN-DONE-SW
078900             GO TO 5200-EXIT
079000     END-DELETE
079100     ADD 1 TO WS-LV-VERS-DELETED (WS-LV-IDX)
079200     ADD 1 TO WS-VERSIONS-DELETED.
079300 5200-EXIT.
079400     EXIT.
079500
079600 5300-DELETE-YTD-ROW.
079700     MOVE WS-LV-EMP-ID (WS-LV-IDX) TO YTD-EMP-ID
079800     MOVE ZERO TO YTD-YEAR
079900     START TAXYTD-FILE KEY IS NOT LESS THAN YTD-KEY
080000         INVALID KEY
080100             MOVE 'Y' TO WS-SCAN-DONE-SW
080200             GO TO 5300-EXIT
080300     END-START
080400     READ TAXYTD-FILE NEXT
080500         AT END
080600             MOVE 'Y' TO WS-SCAN-DONE-SW
080700             GO TO 5300-EXIT
080800     END-READ
080900     IF YTD-EMP-ID NOT = WS-LV-EMP-ID (WS-LV-IDX)
081000         MOVE 'Y' TO WS-SCAN-DONE-SW
081100         GO TO 5300-EXIT
081200     END-IF
081300     DELETE TAXYTD-FILE RECORD
081400         INVALID KEY
081500             DISPLAY 'EMPPURGE: TAXYTD DELETE FAILED FOR '
081600                 YTD-EMP-ID ' ' YTD-YEAR ' - STATUS '
081700                 WS-YTD-FILE-STATUS
081800             MOVE 95 TO WS-RETURN-CODE
081900             MOVE 'Y' TO WS-SCAN-DONE-SW
082000             GO TO 5300-EXIT
082100     END-DELETE
082200     ADD 1 TO WS-LV-YTD-DELETED (WS-LV-IDX)
082300     ADD 1 TO WS-YTD-DELETED.
082400 5300-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082701*  5500-ANONYMISE-CHANGES - COPY CHGHIST TO CHGHISTN AND PENDCHG
082702*  TO PENDCHGN.  AN EMPMAST CHANGE OF A DUE LEAVER KEEPS ITS
082703*  CHANGE-ID, ACTION, USERS AND DECISION ON CHGHISTN BUT LOSES
082704*  ITS KEY AND BOTH IMAGES.  A PENDING ONE LEAVES PENDCHG AND
082705*  GOES ON CHGHISTN THE SAME WAY, REJECTED BY EMPPURGE - IT
082706*  COULD NEVER BE APPROVED ONCE THE LEAVER IS OFF EMPMAST.  A
082707*  CHANGE FILE NOT ON FILE COUNTS AS EMPTY.  THE ROWS WRITTEN
082708*  MUST AGREE WITH THE ROWS READ.
082709*****************************************************************
082710 5500-ANONYMISE-CHANGES.
082711     MOVE 'N' TO WS-HST-ON-FILE-SW
082712     MOVE 'N' TO WS-PCH-ON-FILE-SW
082713     OPEN INPUT CHGHIST-FILE
082714     EVALUATE TRUE
082715         WHEN WS-HST-FILE-STATUS = '00'
082716             MOVE 'Y' TO WS-HST-ON-FILE-SW
082717         WHEN WS-HST-FILE-NOT-FOUND
082718             DISPLAY 'EMPPURGE: NO CHGHIST FILE - NO DECISIONS '
082719                 'TO ANONYMISE'
082720         WHEN OTHER
082721             DISPLAY 'EMPPURGE: CHGHIST OPEN FAILED - STATUS '
082722                 WS-HST-FILE-STATUS
082723             MOVE 95 TO WS-RETURN-CODE
082724             GO TO 5500-EXIT
082725     END-EVALUATE
082726     OPEN INPUT PENDCHG-FILE
082727     EVALUATE TRUE
082728         WHEN WS-PCH-FILE-STATUS = '00'
082729             MOVE 'Y' TO WS-PCH-ON-FILE-SW
082730         WHEN WS-PCH-FILE-NOT-FOUND
082731             DISPLAY 'EMPPURGE: NO PENDCHG FILE - NO PENDING '
082732                 'CHANGES TO REMOVE'
082733         WHEN OTHER
082734             DISPLAY 'EMPPURGE: PENDCHG OPEN FAILED - STATUS '
082735                 WS-PCH-FILE-STATUS
082736             MOVE 95 TO WS-RETURN-CODE
082737             PERFORM 5590-CLOSE-CHANGE-FILES THRU 5590-EXIT
082738             GO TO 5500-EXIT
082739     END-EVALUATE
082740     OPEN OUTPUT CHGHISTN-FILE
082741     IF WS-HSN-FILE-STATUS NOT = '00'
082742         DISPLAY 'EMPPURGE: CHGHISTN OPEN FAILED - STATUS '
082743             WS-HSN-FILE-STATUS
082744         MOVE 98 TO WS-RETURN-CODE
082745         PERFORM 5590-CLOSE-CHANGE-FILES THRU 5590-EXIT
082746         GO TO 5500-EXIT
082747     END-IF
082748     OPEN OUTPUT PENDCHGN-FILE
082749     IF WS-PCN-FILE-STATUS NOT = '00'
082750         DISPLAY 'EMPPURGE: PENDCHGN OPEN FAILED - STATUS '
082751             WS-PCN-FILE-STATUS
082752         MOVE 98 TO WS-RETURN-CODE
082753         CLOSE CHGHISTN-FILE
082754         PERFORM 5590-CLOSE-CHANGE-FILES THRU 5590-EXIT
082755         GO TO 5500-EXIT
082756     END-IF
082757     IF WS-HST-ON-FILE
082758         PERFORM 5600-COPY-HISTORY-ROW THRU 5600-EXIT
082759             UNTIL WS-HST-EOF
082760                OR WS-RETURN-CODE > 04
082761     END-IF
082762     IF WS-PCH-ON-FILE
082763         PERFORM 5700-COPY-PENDING-ROW THRU 5700-EXIT
082764             UNTIL WS-PCH-EOF
082765                OR WS-RETURN-CODE > 04
082766     END-IF
082767     CLOSE CHGHISTN-FILE
082768     CLOSE PENDCHGN-FILE
082769     PERFORM 5590-CLOSE-CHANGE-FILES THRU 5590-EXIT
082770     IF WS-RETURN-CODE > 04
082771         GO TO 5500-EXIT
082772     END-IF
082773     IF WS-HST-ROWS-OUT NOT = WS-HST-ROWS-IN + WS-PCH-ROWS-REMOVED
082774         OR WS-PCH-ROWS-KEPT + WS-PCH-ROWS-REMOVED
082775            NOT = WS-PCH-ROWS-IN
082776         DISPLAY 'EMPPURGE: CHANGE FILE ROWS WRITTEN DISAGREE '
082777             'WITH THE ROWS READ'
082778         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
082779     END-IF.
082780 5500-EXIT.
082781     EXIT.
082782
082783 5590-CLOSE-CHANGE-FILES.
082784     IF WS-HST-ON-FILE
082785         CLOSE CHGHIST-FILE
082786         MOVE 'N' TO WS-HST-ON-FILE-SW
082787     END-IF
082788     IF WS-PCH-ON-FILE
082789         CLOSE PENDCHG-FILE
082790         MOVE 'N' TO WS-PCH-ON-FILE-SW
082791     END-IF.
082792 5590-EXIT.
082793     EXIT.
082794
082795 5600-COPY-HISTORY-ROW.
082796     READ CHGHIST-FILE INTO PCH-RECORD
082797         AT END
082798             GO TO 5600-EXIT
082799     END-READ
082800     ADD 1 TO WS-HST-ROWS-IN
082801     PERFORM 5800-TEST-DUE-LEAVER THRU 5800-EXIT
082802     IF WS-LV-FOUND
082803         PERFORM 5810-ANONYMISE-CHANGE THRU 5810-EXIT
082804     END-IF
082805     PERFORM 5900-WRITE-HISTORY-ROW THRU 5900-EXIT.
082806 5600-EXIT.
082807     EXIT.
082808
082809 5700-COPY-PENDING-ROW.
082810     READ PENDCHG-FILE INTO PCH-RECORD
082811         AT END
082812             GO TO 5700-EXIT
082813     END-READ
082814     ADD 1 TO WS-PCH-ROWS-IN
082815     PERFORM 5800-TEST-DUE-LEAVER THRU 5800-EXIT
082816     IF WS-LV-FOUND
082817         PERFORM 5810-ANONYMISE-CHANGE THRU 5810-EXIT
082818         MOVE 'R' TO PCH-STATUS
082819         MOVE 'EMPPURGE' TO PCH-DECIDED-BY
082820         MOVE WS-RUN-DATE TO PCH-DECIDED-DATE
082821         MOVE WS-RUN-TIME TO PCH-DECIDED-TIME
082822         ADD 1 TO WS-PCH-ROWS-REMOVED
082823         PERFORM 5900-WRITE-HISTORY-ROW THRU 5900-EXIT
082824         GO TO 5700-EXIT
082825     END-IF
082826     WRITE PENDCHGN-REC FROM PCH-RECORD
082827     IF WS-PCN-FILE-STATUS NOT = '00'
082828         DISPLAY 'EMPPURGE: PENDCHGN WRITE FAILED - STATUS '
082829             WS-PCN-FILE-STATUS
082830         MOVE 98 TO WS-RETURN-CODE
082831         GO TO 5700-EXIT
082832     END-IF
082833     ADD 1 TO WS-PCH-ROWS-KEPT.
082834 5700-EXIT.
082835     EXIT.
082836
082837*****************************************************************
082838*  5800-TEST-DUE-LEAVER - WS-LV-FOUND IS LEFT ON ONLY FOR AN
082839*  EMPMAST CHANGE WHOSE EMPLOYEE IS DUE FOR PURGE.  A ROW
082840*  ALREADY ANONYMISED BY AN EARLIER PURGE MATCHES NOBODY.
082841*****************************************************************
082842 5800-TEST-DUE-LEAVER.
082843     MOVE 'N' TO WS-LV-FOUND-SW
082844     IF NOT PCH-IS-EMPMAST
082845         GO TO 5800-EXIT
082846     END-IF
082847     MOVE PCH-ENTRY-KEY (1:11) TO WS-LOOKUP-ID
082848     PERFORM 8500-FIND-EMPLOYEE THRU 8500-EXIT
082849     IF WS-LV-FOUND
082850         AND NOT WS-LV-DUE (WS-FOUND-IDX)
082851         MOVE 'N' TO WS-LV-FOUND-SW
082852     END-IF.
082853 5800-EXIT.
082854     EXIT.
082855
082856 5810-ANONYMISE-CHANGE.
082857     MOVE WS-ANON-ID TO PCH-ENTRY-KEY
082858     MOVE SPACES TO PCH-BEFORE-IMAGE
082859     MOVE SPACES TO PCH-AFTER-IMAGE
082860     ADD 1 TO WS-HST-ANONYMISED.
082861 5810-EXIT.
082862     EXIT.
082863
082864 5900-WRITE-HISTORY-ROW.
082865     WRITE CHGHISTN-REC FROM PCH-RECORD
082866     IF WS-HSN-FILE-STATUS NOT = '00'
082867         DISPLAY 'EMPPURGE: CHGHISTN WRITE FAILED - STATUS '
082868             WS-HSN-FILE-STATUS
082869         MOVE 98 TO WS-RETURN-CODE
082870         GO TO 5900-EXIT
082871     END-IF
082872     ADD 1 TO WS-HST-ROWS-OUT.
082873 5900-EXIT.
082874     EXIT.
082875
082876*****************************************************************
082877*  6000-PRINT-CERTIFICATE - ONE LINE PER EMPLOYEE PURGED OR
082900*  HELD, THEN THE PARAMETERS, THE CONTROL TOTALS AND THE
083000*  SIGNATURE BLOCK.
083100*****************************************************************
083200 6000-PRINT-CERTIFICATE.
083300     PERFORM 6100-PRINT-EMPLOYEE THRU 6100-EXIT
083400         VARYING WS-LV-IDX FROM 1 BY 1
083500         UNTIL WS-LV-IDX > WS-LV-COUNT
083600     IF WS-DUE-COUNT = ZERO
083700         AND WS-HELD-COUNT = ZERO
083800         STRING 'NO LEAVER IS PAST THE RETENTION PERIOD - '
083900             'NOTHING PURGED'
084000             DELIMITED BY SIZE INTO WS-SECTION-LINE
084100         PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
084200     END-IF
084300     MOVE SPACES TO WS-SECTION-LINE
084400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
084500     IF CLI-ARCHIVE-STAGE
084600         STRING 'FUNCTION                      ARCH - ANONYMISE '
084700             'THE TAXRPT/TAXAUDIT ARCHIVE OF ' CLI-ARCH-YEAR-ARG
084800             DELIMITED BY SIZE INTO WS-SECTION-LINE
084900     ELSE
085000         STRING 'FUNCTION                      MAST - DELETE '
085100             'THE EMPMAST VERSIONS AND TAXYTD ROWS, ANONYMISE '
085150             'THE CHGHIST/PENDCHG CHANGES'
085200             DELIMITED BY SIZE INTO WS-SECTION-LINE
085300     END-IF
085400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
085500     MOVE SPACES TO WS-SECTION-LINE
085600     STRING 'RETENTION                     PAR. 41 ABS. 1 ESTG - '
085700         'KEPT TO THE END OF THE 6TH YEAR AFTER THE LAST YEAR; '
085800         'DUE IF LAST YEAR <= ' WS-DUE-YEAR
085900         DELIMITED BY SIZE INTO WS-SECTION-LINE
086000     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
086100     MOVE SPACES TO WS-SECTION-LINE
086200     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
086300     MOVE WS-LV-COUNT TO WS-COUNT-EDIT
086400     MOVE 'EMPLOYEES ON EMPMAST' TO WS-SECTION-LINE
086500     MOVE WS-COUNT-EDIT TO WS-SECTION-LINE (31:11)
086600     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
086700     MOVE WS-LEAVER-COUNT TO WS-COUNT-EDIT
086800     MOVE 'LEAVERS' TO WS-SECTION-LINE
086900     MOVE WS-COUNT-EDIT TO WS-SECTION-LINE (31:11)
087000     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
087100     MOVE WS-RETAINED-COUNT TO WS-COUNT-EDIT
087200     MOVE 'LEAVERS STILL RETAINED' TO WS-SECTION-LINE
087300     MOVE WS-COUNT-EDIT TO WS-SECTION-LINE (31:11)
087400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
087500     MOVE WS-DUE-COUNT TO WS-COUNT-EDIT
087600     MOVE 'LEAVERS PURGED' TO WS-SECTION-LINE
087700     MOVE WS-COUNT-EDIT TO WS-SECTION-LINE (31:11)
087800     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
087900     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
088000     MOVE 'LEAVERS HELD' TO WS-SECTION-LINE
088100     MOVE WS-COUNT-EDIT TO WS-SECTION-LINE (31:11)
088200     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
088300     MOVE SPACES TO WS-SECTION-LINE
088400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
088500     IF CLI-ARCHIVE-STAGE
088600         PERFORM 6300-PRINT-ARCHIVE-TOTALS THRU 6300-EXIT
088700     ELSE
088800         PERFORM 6400-PRINT-MASTER-TOTALS THRU 6400-EXIT
088900     END-IF
089000     MOVE SPACES TO WS-SECTION-LINE
089100     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
089200     EVALUATE TRUE
089300         WHEN WS-RETURN-CODE > 04
089400             MOVE WS-RETURN-CODE TO WS-RC-EDIT
089500             STRING 'PURGE NOT COMPLETED - RETURN CODE '
089600                 WS-RC-EDIT
089700                 ' - SEE THE JOB LOG; NO FILE IS TO BE REPLACED'
089800                 DELIMITED BY SIZE INTO WS-SECTION-LINE
089900         WHEN CLI-ARCHIVE-STAGE
090000             MOVE 'CONTROL TOTALS AGREE - ARCHIVE PAIR ANONYMISED'
090100                 TO WS-SECTION-LINE
090200         WHEN OTHER
090300             STRING 'PURGE COMPLETE - VERSIONS AND TAXYTD ROWS '
090400                 'DELETED AGREE WITH THOSE COUNTED, CHANGE FILES '
090450                 'ANONYMISED'
090500                 DELIMITED BY SIZE INTO WS-SECTION-LINE
090600     END-EVALUATE
090700     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
090800     MOVE SPACES TO WS-SECTION-LINE
090900     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
091000     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
091100     MOVE 'CHECKED - DATA-PROTECTION OFFICER  ' TO WS-SECTION-LINE
091200     MOVE '______________________________     DATE  __________'
091300         TO WS-SECTION-LINE (36:51)
091400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT.
091500 6000-EXIT.
091600     EXIT.
091700
091800 6100-PRINT-EMPLOYEE.
091900     IF NOT WS-LV-DUE (WS-LV-IDX)
092000         AND NOT WS-LV-HELD (WS-LV-IDX)
092100         GO TO 6100-EXIT
092200     END-IF
092300     MOVE SPACES TO WS-CERT-LINE
092400     MOVE WS-LV-EMP-ID (WS-LV-IDX) TO WS-CL-EMP-ID
092500     MOVE WS-LV-EXIT-DATE (WS-LV-IDX) TO WS-CL-EXIT-DATE
092600     MOVE WS-LV-LAST-YEAR (WS-LV-IDX) TO WS-CL-LAST-YEAR
092700     COMPUTE WS-KU-YEAR = WS-LV-LAST-YEAR (WS-LV-IDX)
092800         + WS-RETENTION-YEARS
092900     MOVE WS-KEPT-UNTIL TO WS-CL-KEPT-UNTIL
093000     MOVE ZERO TO WS-CL-VERSIONS
093100     MOVE ZERO TO WS-CL-YTD-ROWS
093200     MOVE ZERO TO WS-CL-RPT-ROWS
093300     MOVE ZERO TO WS-CL-AUD-ROWS
093400     EVALUATE TRUE
093500         WHEN WS-LV-HELD (WS-LV-IDX)
093600             STRING 'HELD - SPOUSE OF '
093700                 WS-LV-HELD-BY (WS-LV-IDX)
093800                 DELIMITED BY SIZE INTO WS-CL-ACTION
093900         WHEN CLI-ARCHIVE-STAGE
094000             MOVE 'ARCHIVE ROWS ANONYMISED' TO WS-CL-ACTION
094100             MOVE WS-LV-RPT-ROWS (WS-LV-IDX) TO WS-CL-RPT-ROWS
094200             MOVE WS-LV-AUD-ROWS (WS-LV-IDX) TO WS-CL-AUD-ROWS
094300         WHEN OTHER
094400             MOVE 'MASTER AND TAXYTD ROWS DELETED' TO WS-CL-ACTION
094500             MOVE WS-LV-VERS-DELETED (WS-LV-IDX) TO WS-CL-VERSIONS
094600             MOVE WS-LV-YTD-DELETED (WS-LV-IDX) TO WS-CL-YTD-ROWS
094700     END-EVALUATE
094800     MOVE WS-CERT-LINE TO WS-SECTION-LINE
094900     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT.
095000 6100-EXIT.
095100     EXIT.
095200
095300*****************************************************************
095400*  6300-PRINT-ARCHIVE-TOTALS - ROWS AND WITHHOLDING HASH IN AND
095500*  OUT FOR EACH ARCHIVE FILE, ROWS ANONYMISED AND BRACKETS
095600*  PROVED.
095700*****************************************************************
095800 6300-PRINT-ARCHIVE-TOTALS.
095900     MOVE WS-RPT-ROWS-IN TO WS-COUNT-EDIT
096000     MOVE WS-RPT-ROWS-OUT TO WS-COUNT-EDIT-2
096100     STRING 'TAXRPTAR ROWS      IN ' WS-COUNT-EDIT
096200         '    OUT ' WS-COUNT-EDIT-2
096300         DELIMITED BY SIZE INTO WS-SECTION-LINE
096400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
096500     MOVE WS-RPT-HASH-IN TO WS-HASH-EDIT
096600     MOVE WS-RPT-HASH-OUT TO WS-HASH-EDIT-2
096700     MOVE SPACES TO WS-SECTION-LINE
096800     STRING 'TAXRPTAR HASH      IN ' WS-HASH-EDIT
096900         '    OUT ' WS-HASH-EDIT-2
097000         DELIMITED BY SIZE INTO WS-SECTION-LINE
097100     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
097200     MOVE WS-RPT-ANONYMISED TO WS-COUNT-EDIT
097300     MOVE WS-RPT-BRACKETS TO WS-COUNT-EDIT-2
097400     MOVE SPACES TO WS-SECTION-LINE
097500     STRING 'TAXRPTAR ANONYMISED   ' WS-COUNT-EDIT
097600         '    RUN BRACKETS PROVED ' WS-COUNT-EDIT-2
097700         DELIMITED BY SIZE INTO WS-SECTION-LINE
097800     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
097900     MOVE WS-AUD-ROWS-IN TO WS-COUNT-EDIT
098000     MOVE WS-AUD-ROWS-OUT TO WS-COUNT-EDIT-2
098100     MOVE SPACES TO WS-SECTION-LINE
098200     STRING 'TAXAUDAR ROWS      IN ' WS-COUNT-EDIT
098300         '    OUT ' WS-COUNT-EDIT-2
098400         DELIMITED BY SIZE INTO WS-SECTION-LINE
098500     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
098600     MOVE WS-AUD-HASH-IN TO WS-HASH-EDIT
098700     MOVE WS-AUD-HASH-OUT TO WS-HASH-EDIT-2
098800     MOVE SPACES TO WS-SECTION-LINE
098900     STRING 'TAXAUDAR HASH      IN ' WS-HASH-EDIT
099000         '    OUT ' WS-HASH-EDIT-2
099100         DELIMITED BY SIZE INTO WS-SECTION-LINE
099200     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
099300     MOVE WS-AUD-ANONYMISED TO WS-COUNT-EDIT
099400     MOVE WS-AUD-BRACKETS TO WS-COUNT-EDIT-2
099500     MOVE SPACES TO WS-SECTION-LINE
099600     STRING 'TAXAUDAR ANONYMISED   ' WS-COUNT-EDIT
099700         '    RUN BRACKETS PROVED ' WS-COUNT-EDIT-2
099800         DELIMITED BY SIZE INTO WS-SECTION-LINE
099900     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
100000     MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
100100     MOVE SPACES TO WS-SECTION-LINE
100200     STRING 'CONTROL FINDINGS      ' WS-COUNT-EDIT
100300         DELIMITED BY SIZE INTO WS-SECTION-LINE
100400     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT.
100500 6300-EXIT.
100600     EXIT.
100700
100800*****************************************************************
100900*  6400-PRINT-MASTER-TOTALS - EMPMAST VERSIONS READ AND DELETED
101000*  AND TAXYTD ROWS DELETED, AND THE CHANGE-FILE ROWS READ,
101050*  WRITTEN AND ANONYMISED.
101100*****************************************************************
101200 6400-PRINT-MASTER-TOTALS.
101300     MOVE WS-VERSIONS-READ TO WS-COUNT-EDIT
101400     MOVE WS-VERSIONS-DELETED TO WS-COUNT-EDIT-2
101500     STRING 'EMPMAST VERSIONS  READ ' WS-COUNT-EDIT
101600         '    DELETED ' WS-COUNT-EDIT-2
101700         DELIMITED BY SIZE INTO WS-SECTION-LINE
101800     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
101900     MOVE WS-YTD-DELETED TO WS-COUNT-EDIT
102000     MOVE SPACES TO WS-SECTION-LINE
102100     STRING 'TAXYTD ROWS               DELETED ' WS-COUNT-EDIT
102105         DELIMITED BY SIZE INTO WS-SECTION-LINE
102110     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
102115     MOVE WS-HST-ROWS-IN TO WS-COUNT-EDIT
102120     MOVE WS-HST-ROWS-OUT TO WS-COUNT-EDIT-2
102125     MOVE WS-HST-ANONYMISED TO WS-COUNT-EDIT-3
102130     MOVE SPACES TO WS-SECTION-LINE
102135     STRING 'CHGHIST ROWS      READ ' WS-COUNT-EDIT
102140         '    WRITTEN ' WS-COUNT-EDIT-2
102145         '    ANONYMISED ' WS-COUNT-EDIT-3
102150         DELIMITED BY SIZE INTO WS-SECTION-LINE
102155     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
102160     MOVE WS-PCH-ROWS-IN TO WS-COUNT-EDIT
102165     MOVE WS-PCH-ROWS-KEPT TO WS-COUNT-EDIT-2
102170     MOVE WS-PCH-ROWS-REMOVED TO WS-COUNT-EDIT-3
102175     MOVE SPACES TO WS-SECTION-LINE
102180     STRING 'PENDCHG ROWS      READ ' WS-COUNT-EDIT
102185         '    KEPT    ' WS-COUNT-EDIT-2
102190         '    TO CHGHIST ' WS-COUNT-EDIT-3
102200         DELIMITED BY SIZE INTO WS-SECTION-LINE
102300     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT
102400     MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
102500     MOVE SPACES TO WS-SECTION-LINE
102600     STRING 'CONTROL FINDINGS      ' WS-COUNT-EDIT
102700         DELIMITED BY SIZE INTO WS-SECTION-LINE
102800     PERFORM 7100-WRITE-CERT-LINE THRU 7100-EXIT.
102900 6400-EXIT.
103000     EXIT.
103100
103200*****************************************************************
103300*  7000-START-NEW-PAGE - PAGE HEADING AND COLUMN HEADS.
103400*****************************************************************
103500 7000-START-NEW-PAGE.
103600     ADD 1 TO WS-PAGE-NUMBER
103700     MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE
103800     IF WS-PAGE-NUMBER = 1
103900         WRITE PRINT-RECORD FROM WS-HEADING-1
104000             AFTER ADVANCING 0 LINES
104100     ELSE
104200         WRITE PRINT-RECORD FROM WS-HEADING-1
104300             AFTER ADVANCING PAGE
104400     END-IF
104500     WRITE PRINT-RECORD FROM WS-HEADING-2
104600         AFTER ADVANCING 1 LINE
104700     MOVE SPACES TO PRINT-RECORD
104800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
104900     MOVE 3 TO WS-LINE-COUNT.
105000 7000-EXIT.
105100     EXIT.
105200
105300*****************************************************************
105400*  7100-WRITE-CERT-LINE - WRITE WS-SECTION-LINE, BREAKING TO A
105500*  NEW PAGE WHEN THE CURRENT ONE IS FULL.
105600*****************************************************************
105700 7100-WRITE-CERT-LINE.
105800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
105900         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
106000     END-IF
106100     WRITE PRINT-RECORD FROM WS-SECTION-LINE
106200         AFTER ADVANCING 1 LINE
106300     ADD 1 TO WS-LINE-COUNT
106400     MOVE SPACES TO WS-SECTION-LINE
106500     IF WS-CRT-FILE-STATUS NOT = '00'
106600         DISPLAY 'EMPPURGE: PURGCERT WRITE FAILED - STATUS '
106700             WS-CRT-FILE-STATUS
106800         MOVE 98 TO WS-RETURN-CODE
106900     END-IF.
107000 7100-EXIT.
107100     EXIT.
107200
107300*****************************************************************
107400*  8000-8300 - CONTROL FINDINGS AND THE BRACKET PROOF ON THE
107500*  ARCHIVE ROWS WRITTEN, AS IN TAXCLOSE.
107600*****************************************************************
107700 8000-COUNT-FINDING.
107800     ADD 1 TO WS-FINDING-COUNT
107900     IF WS-RETURN-CODE < 96
108000         MOVE 96 TO WS-RETURN-CODE
108100     END-IF.
108200 8000-EXIT.
108300     EXIT.
108400
108500 8100-REPORT-OPEN-BRACKET.
108600     DISPLAY 'EMPPURGE: ' WS-BRK-FILE-ID ' RUN '
108700         WS-BRK-RUN-DATE ' ' WS-BRK-RUN-TIME
108800         ' HAS A HEADER BUT NO TRAILER'
108900     PERFORM 8000-COUNT-FINDING THRU 8000-EXIT.
109000 8100-EXIT.
109100     EXIT.
109200
109300 8200-OPEN-BRACKET.
109400     IF WS-IN-BRACKET
109500         PERFORM 8100-REPORT-OPEN-BRACKET THRU 8100-EXIT
109600     END-IF
109700     MOVE 'Y' TO WS-IN-BRACKET-SW
109800     MOVE CTL-RUN-DATE TO WS-BRK-RUN-DATE
109900     MOVE CTL-RUN-TIME TO WS-BRK-RUN-TIME
110000     MOVE ZERO TO WS-BRK-DETAIL-COUNT
110100     MOVE ZERO TO WS-BRK-WITHHOLD-HASH.
110200 8200-EXIT.
110300     EXIT.
110400
110500 8300-CLOSE-BRACKET.
110600     IF NOT WS-IN-BRACKET
110700         DISPLAY 'EMPPURGE: ' WS-BRK-FILE-ID ' TRAILER WITH NO '
110800             'OPEN HEADER'
110900         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
111000         GO TO 8300-EXIT
111100     END-IF
111200     MOVE 'N' TO WS-IN-BRACKET-SW
111300     IF CTL-DETAIL-COUNT NOT = WS-BRK-DETAIL-COUNT
111400         OR CTL-WITHHOLD-HASH NOT = WS-BRK-WITHHOLD-HASH
111500         DISPLAY 'EMPPURGE: ' WS-BRK-FILE-ID ' RUN '
111600             WS-BRK-RUN-DATE ' ' WS-BRK-RUN-TIME
111700             ' TRAILER ' CTL-DETAIL-COUNT ' ' CTL-WITHHOLD-HASH
111800             ' DISAGREES WITH ' WS-BRK-DETAIL-COUNT ' '
111900             WS-BRK-WITHHOLD-HASH ' WRITTEN'
112000         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
112100     END-IF.
112200 8300-EXIT.
112300     EXIT.
112400
112500*****************************************************************
112600*  8500-FIND-EMPLOYEE - LOOK WS-LOOKUP-ID UP IN THE TABLE.
112700*****************************************************************
112800 8500-FIND-EMPLOYEE.
112900     MOVE 'N' TO WS-LV-FOUND-SW
113000     MOVE ZERO TO WS-FOUND-IDX
113100     PERFORM 8510-TEST-ENTRY THRU 8510-EXIT
113200         VARYING WS-LOOK-IDX FROM 1 BY 1
113300         UNTIL WS-LOOK-IDX > WS-LV-COUNT
113400             OR WS-LV-FOUND.
113500 8500-EXIT.
113600     EXIT.
113700
113800 8510-TEST-ENTRY.
113900     IF WS-LV-EMP-ID (WS-LOOK-IDX) = WS-LOOKUP-ID
114000         MOVE 'Y' TO WS-LV-FOUND-SW
114100         MOVE WS-LOOK-IDX TO WS-FOUND-IDX
114200     END-IF.
114300 8510-EXIT.
114400     EXIT.
114500
114600*****************************************************************
114700*  9000-TERMINATE - CLOSE THE CERTIFICATE AND DISPLAY THE
114800*  CONTROL COUNTS FOR THE JOB LOG.
114900*****************************************************************
115000 9000-TERMINATE.
115100     IF WS-CERT-OPEN
115200         CLOSE PURGCERT-FILE
115300     END-IF
115400     DISPLAY 'EMPPURGE: EMPLOYEES ON FILE. ' WS-LV-COUNT
115500     DISPLAY 'EMPPURGE: LEAVERS........... ' WS-LEAVER-COUNT
115600     DISPLAY 'EMPPURGE: LEAVERS PURGED.... ' WS-DUE-COUNT
115700     DISPLAY 'EMPPURGE: LEAVERS HELD...... ' WS-HELD-COUNT
115800     IF CLI-ARCHIVE-STAGE
115900         DISPLAY 'EMPPURGE: TAXRPTAR ANONYM... ' WS-RPT-ANONYMISED
116000         DISPLAY 'EMPPURGE: TAXAUDAR ANONYM... ' WS-AUD-ANONYMISED
116100     ELSE
116200         DISPLAY 'EMPPURGE: VERSIONS DELETED.. '
116300             WS-VERSIONS-DELETED
116400         DISPLAY 'EMPPURGE: TAXYTD DELETED.... ' WS-YTD-DELETED
116433         DISPLAY 'EMPPURGE: CHANGES ANONYM.... '
116466             WS-HST-ANONYMISED
116500     END-IF
116600     DISPLAY 'EMPPURGE: FINDINGS.......... ' WS-FINDING-COUNT.
116700 9000-EXIT.
116800     EXIT.
116900
117000*****************************************************************
117100*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
117200*****************************************************************
117300 9800-LOG-RUN-START.
117400     MOVE SPACES TO RLOG-RECORD
117500     MOVE 'S' TO RLOG-RECORD-TYPE
117600     MOVE 'EMPPURGE' TO RLOG-PROGRAM-ID
117700     MOVE ZERO TO RLOG-RETURN-CODE
117800     MOVE ZERO TO RLOG-RECORDS-READ
117900     MOVE ZERO TO RLOG-RECORDS-WRITTEN
118000     MOVE ZERO TO RLOG-RECORDS-REJECTED
118100     CALL 'RUNLOGW' USING RLOG-RECORD.
118200 9800-EXIT.
118300     EXIT.
118400
118500 9900-LOG-RUN-END.
118600     MOVE SPACES TO RLOG-RECORD
118700     MOVE 'E' TO RLOG-RECORD-TYPE
118800     MOVE 'EMPPURGE' TO RLOG-PROGRAM-ID
118900     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
119000     IF CLI-ARCHIVE-STAGE
119100         COMPUTE RLOG-RECORDS-READ = WS-RPT-ROWS-IN
119200             + WS-AUD-ROWS-IN
119300         COMPUTE RLOG-RECORDS-WRITTEN = WS-RPT-ROWS-OUT
119400             + WS-AUD-ROWS-OUT
119500     ELSE
119600         MOVE WS-VERSIONS-READ TO RLOG-RECORDS-READ
119700         COMPUTE RLOG-RECORDS-WRITTEN = WS-VERSIONS-DELETED
119800             + WS-YTD-DELETED
119900     END-IF
120000     MOVE WS-HELD-COUNT TO RLOG-RECORDS-REJECTED
120100     CALL 'RUNLOGW' USING RLOG-RECORD.
120200 9900-EXIT.
120300     EXIT.
