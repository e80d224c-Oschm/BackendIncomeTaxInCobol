000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPOST.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  GENERAL-LEDGER POSTING OF
001100*                  THE PAYROLL TAX ACCOUNTS, REPLACING THE
001200*                  HAND BOOKING FROM THE TAXLIST PRINTOUT.
001300*                  EACH RUN POSTS ONE SOURCE TO A BALANCED
001400*                  JOURNAL ON THE GLJRNL INTERFACE FILE (SEE
001500*                  GLJREC.CPY), THE LEDGER ACCOUNTS TAKEN FROM
001600*                  THE GLMAP MAPPING TABLE (GLMREC.CPY,
001700*                  MAINTAINED WITH GLMAINT):
001800*                    - PER  A TAXPER DECLARATION PERIOD: PER
001900*                      ESTABLISHMENT, INCOME TAX, SOLI AND
002000*                      CHURCH TAX AT 8 AND 9 PERCENT CREDITED
002100*                      TO THEIR LIABILITY ACCOUNTS AGAINST ONE
002200*                      DEBIT TO PAYROLL CLEARING.  THE
002300*                      ESTABLISHMENT ROWS MUST ADD BACK TO THE
002400*                      COMPANY ROW (RC 96).  CHURCH TAX AT AN
002500*                      UNEXPECTED RATE IS NOT DECLARED AND SO
002600*                      NOT POSTED EITHER (RC 04).
002700*                    - COR  ONE TAXCORR RUN, FOUND BY ITS
002800*                      CTL-HDR BRACKET ON TAXRPT: '+' ROWS
002900*                      POST AS A PERIOD DOES, '-' ROWS POST
003000*                      THE OTHER WAY ROUND.
003100*                    - DSB  THE TAXDISB RUN ON PAYEXT/COLLLST:
003200*                      REFUNDS DEBIT THE INCOME TAX LIABILITY
003300*                      AGAINST REFUND CLEARING, ARREARS DEBIT
003400*                      ARREARS CLEARING AGAINST THE LIABILITY.
003500*                      BOTH BRACKETS MUST PROVE OUT AND CARRY
003600*                      THE SAME RUN STAMP (RC 96).
003700*                  THE JOURNAL IS BRACKETED WITH CTL-HDR/
003800*                  CTL-TRL ROWS (RUNCTL.CPY) AND IS ONLY
003900*                  WRITTEN WHEN DEBITS EQUAL CREDITS.  THE
004000*                  GLREG REGISTER (GLRREC.CPY) HOLDS EVERY
004100*                  SOURCE POSTED: A SOURCE ALREADY POSTED IS
004200*                  REFUSED (RC 92) UNTIL IT IS REVERSED WITH
004300*                  ACTION REVERSE, WHICH WRITES THE MIRROR
004400*                  JOURNAL - AND ONLY IF THE SOURCE STILL
004500*                  COMES OUT TO THE FIGURES POSTED (RC 96).
004510*  2026-10-15  RD  COR: ONLY CHURCH TAX AT RATE 08 OR 09 IS
004520*                  POSTED, TO KI8LIA OR KI9LIA.  A CORRECTION ROW
004530*                  AT ANY OTHER RATE IS LEFT OUT WITH A MESSAGE
004540*                  AND RC 04, AS FOR A PER PERIOD.
004600*
004700*  ARGUMENT-VALUE SEQUENCE:
004800*      1  ACTION-ARG     'POST' OR 'REVERSE'
004900*      2  SOURCE-ARG     'PER', 'COR' OR 'DSB'
005000*      3  SOURCE-ID-ARG  PER: THE TAXBATCH RUN DATE (YYYYMMDD)
005100*                        COR: THE TAXCORR RUN STAMP, RUN DATE
005200*                             AND TIME (YYYYMMDDHHMMSSCC) AS
005300*                             SHOWN ON ITS SYSOUT
005400*                        DSB: BLANK FOR THE RUN NOW ON PAYEXT,
005500*                             OR ITS STAMP AS A CROSS-CHECK
005600*
005700*  FOR EXAMPLE:
005800*
005900*      GLPOST POST PER 20260822
006000*      GLPOST REVERSE COR 2026082914301500
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-GLM-FILE-STATUS.
006800     SELECT TAXPER-FILE ASSIGN TO "TAXPER"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PER-KEY
007200         FILE STATUS IS WS-PER-FILE-STATUS.
007300     SELECT TAXRPT-FILE ASSIGN TO "TAXRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RPT-FILE-STATUS.
007600     SELECT PAYEXT-FILE ASSIGN TO "PAYEXT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PAY-FILE-STATUS.
007900     SELECT COLLLST-FILE ASSIGN TO "COLLLST"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-COL-FILE-STATUS.
008200     SELECT GLREG-FILE ASSIGN TO "GLREG"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS GLR-KEY
008600         FILE STATUS IS WS-GLR-FILE-STATUS.
008700     SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-GLJ-FILE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  GLMAP-FILE.
009300 COPY GLMREC.
009400 FD  TAXPER-FILE.
009500 COPY PERREC.
009600 FD  TAXRPT-FILE.
009700 COPY RPTREC.
009800 FD  PAYEXT-FILE.
009900 COPY PAYREC.
010000 FD  COLLLST-FILE.
010100 01  COLL-RECORD                  PIC X(120).
010200 FD  GLREG-FILE.
010300 COPY GLRREC.
010400 FD  GLJRNL-FILE.
010500 COPY GLJREC.
010600 WORKING-STORAGE SECTION.
010700*****************************************************************
010800*  RUN-CONTROL HEADER/TRAILER LAYOUT SHARED WITH THE OTHER
010900*  BRACKETED FILES.
011000*****************************************************************
011100 COPY RUNCTL.
011200*****************************************************************
011300*  COMMAND-LINE ARGUMENTS
011400*****************************************************************
011500 01  CLI-ACTION-ARG               PIC X(07) VALUE SPACES.
011600     88  CLI-ACTION-IS-POST           VALUE 'POST'.
011700     88  CLI-ACTION-IS-REVERSE        VALUE 'REVERSE'.
011800 01  CLI-SOURCE-ARG               PIC X(03) VALUE SPACES.
011900     88  CLI-SOURCE-IS-PERIOD         VALUE 'PER'.
012000     88  CLI-SOURCE-IS-CORRECTION     VALUE 'COR'.
012100     88  CLI-SOURCE-IS-DISBURSEMENT   VALUE 'DSB'.
012200 01  CLI-SOURCE-ID-ARG.
012300     05  CLI-SOURCE-DATE          PIC X(08) VALUE SPACES.
012400     05  CLI-SOURCE-TIME          PIC X(08) VALUE SPACES.
012500*****************************************************************
012600*  POSTING WORK AREAS
012700*****************************************************************
012800 01  WS-SWITCHES.
012900     05  WS-GLM-FILE-STATUS       PIC X(02) VALUE '00'.
013000         88  WS-GLM-FILE-NOT-FOUND    VALUE '05' '35'.
013100         88  WS-GLM-EOF               VALUE '10'.
013200     05  WS-PER-FILE-STATUS       PIC X(02) VALUE '00'.
013300         88  WS-PER-FILE-NOT-FOUND    VALUE '05' '35'.
013400     05  WS-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
013500         88  WS-RPT-FILE-NOT-FOUND    VALUE '05' '35'.
013600         88  WS-RPT-EOF               VALUE '10'.
013700     05  WS-PAY-FILE-STATUS       PIC X(02) VALUE '00'.
013800         88  WS-PAY-FILE-NOT-FOUND    VALUE '05' '35'.
013900         88  WS-PAY-EOF               VALUE '10'.
014000     05  WS-COL-FILE-STATUS       PIC X(02) VALUE '00'.
014100         88  WS-COL-FILE-NOT-FOUND    VALUE '05' '35'.
014200         88  WS-COL-EOF               VALUE '10'.
014300     05  WS-GLR-FILE-STATUS       PIC X(02) VALUE '00'.
014400         88  WS-GLR-FILE-NOT-FOUND    VALUE '05' '35'.
014500     05  WS-GLJ-FILE-STATUS       PIC X(02) VALUE '00'.
014600     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
014700         88  WS-SCAN-DONE             VALUE 'Y'.
014800     05  WS-IN-BRACKET-SW         PIC X(01) VALUE 'N'.
014900         88  WS-IN-BRACKET            VALUE 'Y'.
015000     05  WS-BRACKET-FOUND-SW      PIC X(01) VALUE 'N'.
015100         88  WS-BRACKET-FOUND         VALUE 'Y'.
015200     05  WS-REG-FOUND-SW          PIC X(01) VALUE 'N'.
015300         88  WS-REG-FOUND             VALUE 'Y'.
015400     05  WS-REG-OPEN-SW           PIC X(01) VALUE 'N'.
015500         88  WS-REG-OPEN              VALUE 'Y'.
015600     05  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
015700         88  WS-MATCH-FOUND           VALUE 'Y'.
015800 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
015900 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
016000 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
016100 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
016200 01  WS-GLJ-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
016300*****************************************************************
016400*  THE SOURCE BEING POSTED, AS KEYED ON GLREG AND GLJRNL.
016500*****************************************************************
016600 01  WS-SOURCE-KEY.
016700     05  WS-SOURCE-TYPE           PIC X(03) VALUE SPACES.
016800     05  WS-SOURCE-ID.
016900         10  WS-SOURCE-DATE       PIC X(08) VALUE SPACES.
017000         10  WS-SOURCE-TIME       PIC X(08) VALUE SPACES.
017100*****************************************************************
017200*  ACCOUNT MAP - THE GLMAP TABLE HELD IN STORAGE.
017300*****************************************************************
017400 01  WS-GLM-COUNT                 PIC 9(4) COMP VALUE ZERO.
017500 01  WS-GLM-IDX                   PIC 9(4) COMP VALUE ZERO.
017600 01  WS-KEYS-MAPPED               PIC 9(4) COMP VALUE ZERO.
017700 01  WS-GLM-TABLE.
017800     05  WS-GLM-ENTRY OCCURS 20 TIMES.
017900         10  WS-GLM-ACCT-KEY      PIC X(06).
018000         10  WS-GLM-ACCOUNT       PIC X(10).
018100*****************************************************************
018200*  JOURNAL LINES - BUILT IN STORAGE, ONE PER ESTABLISHMENT,
018300*  POSTING KEY AND SIDE, AND ONLY WRITTEN ONCE THEY BALANCE.
018400*****************************************************************
018500 01  WS-JL-COUNT                  PIC 9(4) COMP VALUE ZERO.
018600 01  WS-JL-IDX                    PIC 9(4) COMP VALUE ZERO.
018700 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
018800 01  WS-JL-TABLE.
018900     05  WS-JL-ENTRY OCCURS 500 TIMES.
019000         10  WS-JL-ESTAB-CODE     PIC X(02).
019100         10  WS-JL-ACCT-KEY       PIC X(06).
019200         10  WS-JL-DEBIT-CREDIT   PIC X(01).
019300         10  WS-JL-AMOUNT         PIC 9(11)V99.
019400         10  WS-JL-TEXT           PIC X(20).
019500 01  WS-NEW-ESTAB-CODE            PIC X(02) VALUE SPACES.
019600 01  WS-NEW-ACCT-KEY              PIC X(06) VALUE SPACES.
019700 01  WS-NEW-DEBIT-CREDIT          PIC X(01) VALUE SPACE.
019800 01  WS-NEW-AMOUNT                PIC 9(11)V99 VALUE ZERO.
019900 01  WS-NEW-TEXT                  PIC X(20) VALUE SPACES.
020000 01  WS-LIABILITY-SIDE            PIC X(01) VALUE SPACE.
020100 01  WS-CLEARING-SIDE             PIC X(01) VALUE SPACE.
020200 01  WS-WH-INCOME-TAX             PIC 9(11)V99 VALUE ZERO.
020300 01  WS-WH-SOLI-TAX               PIC 9(11)V99 VALUE ZERO.
020400 01  WS-WH-CHURCH-TAX-8           PIC 9(11)V99 VALUE ZERO.
020500 01  WS-WH-CHURCH-TAX-9           PIC 9(11)V99 VALUE ZERO.
020600 01  WS-DEBIT-TOTAL               PIC 9(13)V99 VALUE ZERO.
020700 01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
020800 01  WS-LINE-NO                   PIC 9(04) VALUE ZERO.
020900*****************************************************************
021000*  CONTROL TOTALS - THE SOURCE'S OWN TOTALS AGAINST WHAT WAS
021100*  TAKEN INTO THE JOURNAL.
021200*****************************************************************
021300 01  WS-CO-INCOME-TAX             PIC 9(11)V99 VALUE ZERO.
021400 01  WS-CO-SOLI-TAX               PIC 9(11)V99 VALUE ZERO.
021500 01  WS-CO-CHURCH-TAX-8           PIC 9(11)V99 VALUE ZERO.
021600 01  WS-CO-CHURCH-TAX-9           PIC 9(11)V99 VALUE ZERO.
021700 01  WS-ES-INCOME-TAX             PIC 9(11)V99 VALUE ZERO.
021800 01  WS-ES-SOLI-TAX               PIC 9(11)V99 VALUE ZERO.
021900 01  WS-ES-CHURCH-TAX-8           PIC 9(11)V99 VALUE ZERO.
022000 01  WS-ES-CHURCH-TAX-9           PIC 9(11)V99 VALUE ZERO.
022100 01  WS-ES-ROW-COUNT              PIC 9(9) COMP VALUE ZERO.
022200 01  WS-DETAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
022300 01  WS-DETAIL-HASH               PIC 9(13)V99 VALUE ZERO.
022400 01  WS-PAY-STAMP                 PIC X(16) VALUE SPACES.
022500*****************************************************************
022600*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
022700*****************************************************************
022800 COPY RLOGREC.
022900 PROCEDURE DIVISION.
023000 0000-MAINLINE.
023100     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023300     IF WS-RETURN-CODE = ZERO
023400         PERFORM 2000-BUILD-JOURNAL THRU 2000-EXIT
023500     END-IF
023600     IF WS-RETURN-CODE < 90
023700         PERFORM 3000-CHECK-REGISTER THRU 3000-EXIT
023800     END-IF
023900     IF WS-RETURN-CODE < 90
024000         PERFORM 4000-BALANCE-JOURNAL THRU 4000-EXIT
024100     END-IF
024200     IF WS-RETURN-CODE < 90
024300         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
024400     END-IF
024500     IF WS-RETURN-CODE < 90
024600         PERFORM 6000-UPDATE-REGISTER THRU 6000-EXIT
024700     END-IF
024800     PERFORM 9000-TERMINATE THRU 9000-EXIT
024900     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
025000     STOP RUN RETURNING WS-RETURN-CODE.
025100
025200*****************************************************************
025300*  1000-INITIALIZE - READ AND CHECK THE ARGUMENTS, STAMP THE
025400*  RUN AND LOAD THE ACCOUNT MAP.
025500*****************************************************************
025600 1000-INITIALIZE.
025700     ACCEPT CLI-ACTION-ARG FROM ARGUMENT-VALUE
025800     ACCEPT CLI-SOURCE-ARG FROM ARGUMENT-VALUE
025900     ACCEPT CLI-SOURCE-ID-ARG FROM ARGUMENT-VALUE
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026100     ACCEPT WS-RUN-TIME FROM TIME
026200     IF NOT CLI-ACTION-IS-POST AND NOT CLI-ACTION-IS-REVERSE
026300         DISPLAY 'GLPOST: ACTION-ARG MUST BE POST OR REVERSE'
026400         MOVE 92 TO WS-RETURN-CODE
026500         GO TO 1000-EXIT
026600     END-IF
026700     EVALUATE TRUE
026800         WHEN CLI-SOURCE-IS-PERIOD
026900             IF CLI-SOURCE-DATE NOT NUMERIC
027000                 OR CLI-SOURCE-TIME NOT = SPACES
027100                 DISPLAY 'GLPOST: SOURCE-ID-ARG FOR PER MUST BE '
027200                     'THE TAXBATCH RUN DATE (YYYYMMDD)'
027300                 MOVE 92 TO WS-RETURN-CODE
027400             END-IF
027500         WHEN CLI-SOURCE-IS-CORRECTION
027600             IF CLI-SOURCE-DATE NOT NUMERIC
027700                 OR CLI-SOURCE-TIME NOT NUMERIC
027800                 DISPLAY 'GLPOST: SOURCE-ID-ARG FOR COR MUST BE '
027900                     'THE TAXCORR RUN STAMP (YYYYMMDDHHMMSSCC)'
028000                 MOVE 92 TO WS-RETURN-CODE
028100             END-IF
028200         WHEN CLI-SOURCE-IS-DISBURSEMENT
028300             IF CLI-SOURCE-ID-ARG NOT = SPACES
028400                 AND (CLI-SOURCE-DATE NOT NUMERIC
028500                      OR CLI-SOURCE-TIME NOT NUMERIC)
028600                 DISPLAY 'GLPOST: SOURCE-ID-ARG FOR DSB MUST BE '
028700                     'BLANK OR THE TAXDISB RUN STAMP '
028800                     '(YYYYMMDDHHMMSSCC)'
028900                 MOVE 92 TO WS-RETURN-CODE
029000             END-IF
029100         WHEN OTHER
029200             DISPLAY 'GLPOST: SOURCE-ARG MUST BE PER, COR OR DSB'
029300             MOVE 92 TO WS-RETURN-CODE
029400     END-EVALUATE
029500     IF WS-RETURN-CODE NOT = ZERO
029600         GO TO 1000-EXIT
029700     END-IF
029800     MOVE CLI-SOURCE-ARG TO WS-SOURCE-TYPE
029900     MOVE CLI-SOURCE-ID-ARG TO WS-SOURCE-ID
030000     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
030100 1000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*  1100-LOAD-ACCOUNT-MAP - READ GLMAP INTO STORAGE.  EVERY
030600*  POSTING KEY MUST BE MAPPED BEFORE ANYTHING IS POSTED.
030700*****************************************************************
030800 1100-LOAD-ACCOUNT-MAP.
030900     OPEN INPUT GLMAP-FILE
031000     IF WS-GLM-FILE-NOT-FOUND
031100         DISPLAY 'GLPOST: NO ACCOUNT-MAPPING TABLE ON FILE - SET '
031200             'UP GLMAP WITH GLMAINT, RUN ABORTED'
031300         MOVE 93 TO WS-RETURN-CODE
031400         GO TO 1100-EXIT
031500     END-IF
031600     PERFORM 1110-READ-ACCOUNT-MAP THRU 1110-EXIT
031700         UNTIL WS-GLM-EOF
031800     CLOSE GLMAP-FILE
031900     IF WS-KEYS-MAPPED < 7
032000         DISPLAY 'GLPOST: NOT EVERY POSTING KEY IS MAPPED ON '
032100             'GLMAP - COMPLETE IT WITH GLMAINT, RUN ABORTED'
032200         MOVE 93 TO WS-RETURN-CODE
032300     END-IF.
032400 1100-EXIT.
032500     EXIT.
032600
032700 1110-READ-ACCOUNT-MAP.
032800     READ GLMAP-FILE
032900         AT END
033000             GO TO 1110-EXIT
033100     END-READ
033200     IF NOT GLM-KEY-VALID
033300         OR GLM-ACCOUNT = SPACES
033400         OR WS-GLM-COUNT = 20
033500         GO TO 1110-EXIT
033600     END-IF
033700     ADD 1 TO WS-GLM-COUNT
033800     ADD 1 TO WS-KEYS-MAPPED
033900     MOVE GLM-ACCT-KEY TO WS-GLM-ACCT-KEY (WS-GLM-COUNT)
034000     MOVE GLM-ACCOUNT TO WS-GLM-ACCOUNT (WS-GLM-COUNT).
034100 1110-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*  2000-BUILD-JOURNAL - TURN THE NAMED SOURCE INTO JOURNAL
034600*  LINES IN STORAGE.  NOTHING IS WRITTEN YET.
034700*****************************************************************
034800 2000-BUILD-JOURNAL.
034900     EVALUATE TRUE
035000         WHEN CLI-SOURCE-IS-PERIOD
035100             PERFORM 2100-BUILD-PERIOD THRU 2100-EXIT
035200         WHEN CLI-SOURCE-IS-CORRECTION
035300             PERFORM 2200-BUILD-CORRECTION THRU 2200-EXIT
035400         WHEN CLI-SOURCE-IS-DISBURSEMENT
035500             PERFORM 2300-BUILD-DISBURSEMENT THRU 2300-EXIT
035600     END-EVALUATE.
035700 2000-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*  2100-BUILD-PERIOD - THE COMPANY ROW FOR THE RUN DATE GIVES
036200*  THE CONTROL TOTAL; EACH ESTABLISHMENT ROW AFTER IT POSTS
036300*  ITS OWN LIABILITIES, AS THE ANMELDUNG FILES THEM.
036400*****************************************************************
036500 2100-BUILD-PERIOD.
036600     OPEN INPUT TAXPER-FILE
036700     IF WS-PER-FILE-NOT-FOUND
036800         DISPLAY 'GLPOST: NO TAXPER PERIOD TOTALS ON FILE - '
036900             'NOTHING TO POST'
037000         MOVE 91 TO WS-RETURN-CODE
037100         GO TO 2100-EXIT
037200     END-IF
037300     MOVE CLI-SOURCE-DATE TO PER-RUN-DATE
037400     MOVE SPACES TO PER-ESTAB-CODE
037500     READ TAXPER-FILE
037600         INVALID KEY
037700             DISPLAY 'GLPOST: PERIOD ' CLI-SOURCE-DATE
037800                 ' IS NOT ON TAXPER - NOTHING TO POST'
037900             MOVE 94 TO WS-RETURN-CODE
038000             CLOSE TAXPER-FILE
038100             GO TO 2100-EXIT
038200     END-READ
038300     ADD 1 TO WS-ROWS-READ
038400     MOVE PER-INCOME-TAX TO WS-CO-INCOME-TAX
038500     MOVE PER-SOLI-TAX TO WS-CO-SOLI-TAX
038600     MOVE PER-CHURCH-TAX-8 TO WS-CO-CHURCH-TAX-8
038700     MOVE PER-CHURCH-TAX-9 TO WS-CO-CHURCH-TAX-9
038800     IF PER-CHURCH-TAX-ODD > ZERO
038900         DISPLAY 'GLPOST: CHURCH TAX AT AN UNEXPECTED RATE ('
039000             PER-CHURCH-TAX-ODD ') IS NOT DECLARED AND NOT '
039100             'POSTED - BOOK IT BY HAND'
039200         MOVE 04 TO WS-RETURN-CODE
039300     END-IF
039400     MOVE 'N' TO WS-SCAN-DONE-SW
039500     START TAXPER-FILE KEY IS GREATER THAN PER-KEY
039600         INVALID KEY
039700             MOVE 'Y' TO WS-SCAN-DONE-SW
039800     END-START
039900     PERFORM 2110-POST-ONE-ESTABLISHMENT THRU 2110-EXIT
040000         UNTIL WS-SCAN-DONE
040100     CLOSE TAXPER-FILE
040200     IF WS-RETURN-CODE > 90
040300         GO TO 2100-EXIT
040400     END-IF
040500     IF WS-ES-ROW-COUNT = ZERO
040600         DISPLAY 'GLPOST: PERIOD ' CLI-SOURCE-DATE ' HAS NO '
040700             'ESTABLISHMENT ROWS ON TAXPER - REBUILD WITH '
040800             'YTDRBLD, NOTHING POSTED'
040900         MOVE 91 TO WS-RETURN-CODE
041000         GO TO 2100-EXIT
041100     END-IF
041200     IF WS-ES-INCOME-TAX NOT = WS-CO-INCOME-TAX
041300         OR WS-ES-SOLI-TAX NOT = WS-CO-SOLI-TAX
041400         OR WS-ES-CHURCH-TAX-8 NOT = WS-CO-CHURCH-TAX-8
041500         OR WS-ES-CHURCH-TAX-9 NOT = WS-CO-CHURCH-TAX-9
041600         DISPLAY 'GLPOST: ESTABLISHMENT ROWS DO NOT ADD BACK TO '
041700             'THE COMPANY TOTAL FOR ' CLI-SOURCE-DATE
041800             ' - REBUILD TAXPER WITH YTDRBLD, NOTHING POSTED'
041900         MOVE 96 TO WS-RETURN-CODE
042000     END-IF.
042100 2100-EXIT.
042200     EXIT.
042300
042400 2110-POST-ONE-ESTABLISHMENT.
042500     READ TAXPER-FILE NEXT
042600         AT END
042700             MOVE 'Y' TO WS-SCAN-DONE-SW
042800             GO TO 2110-EXIT
042900     END-READ
043000     IF PER-RUN-DATE NOT = CLI-SOURCE-DATE
043100         MOVE 'Y' TO WS-SCAN-DONE-SW
043200         GO TO 2110-EXIT
043300     END-IF
043400     ADD 1 TO WS-ROWS-READ
043500     ADD 1 TO WS-ES-ROW-COUNT
043600     ADD PER-INCOME-TAX TO WS-ES-INCOME-TAX
043700     ADD PER-SOLI-TAX TO WS-ES-SOLI-TAX
043800     ADD PER-CHURCH-TAX-8 TO WS-ES-CHURCH-TAX-8
043900     ADD PER-CHURCH-TAX-9 TO WS-ES-CHURCH-TAX-9
044000     MOVE PER-ESTAB-CODE TO WS-NEW-ESTAB-CODE
044100     MOVE 'WITHHOLDING PERIOD' TO WS-NEW-TEXT
044200     MOVE 'C' TO WS-LIABILITY-SIDE
044300     MOVE 'D' TO WS-CLEARING-SIDE
044400     MOVE PER-INCOME-TAX TO WS-WH-INCOME-TAX
044500     MOVE PER-SOLI-TAX TO WS-WH-SOLI-TAX
044600     MOVE PER-CHURCH-TAX-8 TO WS-WH-CHURCH-TAX-8
044700     MOVE PER-CHURCH-TAX-9 TO WS-WH-CHURCH-TAX-9
044800     PERFORM 2800-ADD-WITHHOLDING THRU 2800-EXIT.
044900 2110-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300*  2200-BUILD-CORRECTION - FIND THE TAXCORR RUN'S BRACKET ON
045400*  TAXRPT BY ITS RUN STAMP AND POST EVERY CORRECTION ROW IN IT:
045500*  A '+' RE-POST ADDS TO THE LIABILITIES, A '-' REVERSAL TAKES
045600*  OFF THEM.  A BRACKET HOLDING ANYTHING BUT CORRECTION ROWS IS
045700*  A TAXBATCH RUN - THOSE POST AS A PERIOD, FROM TAXPER.
045720*  CHURCH TAX GOES TO KI8LIA OR KI9LIA BY ITS RATE; AT ANY OTHER
045740*  RATE IT IS NOT POSTED (RC 04), AS IN 2100-BUILD-PERIOD.
045800*****************************************************************
045900 2200-BUILD-CORRECTION.
046000     OPEN INPUT TAXRPT-FILE
046100     IF WS-RPT-FILE-NOT-FOUND
046200         DISPLAY 'GLPOST: NO TAXRPT FILE ON FILE - NOTHING TO '
046300             'POST'
046400         MOVE 91 TO WS-RETURN-CODE
046500         GO TO 2200-EXIT
046600     END-IF
046700     MOVE 'N' TO WS-SCAN-DONE-SW
046800     PERFORM 2210-READ-REPORT-ROW THRU 2210-EXIT
046900         UNTIL WS-SCAN-DONE
047000     CLOSE TAXRPT-FILE
047100     IF WS-RETURN-CODE > 90
047200         GO TO 2200-EXIT
047300     END-IF
047400     IF NOT WS-BRACKET-FOUND
047500         DISPLAY 'GLPOST: NO TAXCORR RUN ' WS-SOURCE-ID
047600             ' ON TAXRPT - NOTHING TO POST'
047700         MOVE 94 TO WS-RETURN-CODE
047800         GO TO 2200-EXIT
047900     END-IF
048000     IF WS-IN-BRACKET
048100         DISPLAY 'GLPOST: TAXCORR RUN ' WS-SOURCE-ID
048200             ' HAS NO CTL-TRL ON TAXRPT - NOTHING POSTED'
048300         MOVE 96 TO WS-RETURN-CODE
048400         GO TO 2200-EXIT
048500     END-IF
048600     IF CTL-DETAIL-COUNT NOT = WS-DETAIL-COUNT
048700         OR CTL-WITHHOLD-HASH NOT = WS-DETAIL-HASH
048800         DISPLAY 'GLPOST: TAXCORR RUN ' WS-SOURCE-ID
048900             ' DOES NOT PROVE OUT AGAINST ITS CTL-TRL - '
049000             'NOTHING POSTED'
049100         MOVE 96 TO WS-RETURN-CODE
049200     END-IF.
049300 2200-EXIT.
049400     EXIT.
049500
049600 2210-READ-REPORT-ROW.
049700     READ TAXRPT-FILE
049800         AT END
049900             MOVE 'Y' TO WS-SCAN-DONE-SW
050000             GO TO 2210-EXIT
050100     END-READ
050200     IF RPT-RUN-DATE = 'CTL-HDR '
050300         MOVE RPT-RECORD TO CTL-RECORD
050400         IF CTL-RUN-DATE = WS-SOURCE-DATE
050500             AND CTL-RUN-TIME = WS-SOURCE-TIME
050600             MOVE 'Y' TO WS-IN-BRACKET-SW
050700             MOVE 'Y' TO WS-BRACKET-FOUND-SW
050800         END-IF
050900         GO TO 2210-EXIT
051000     END-IF
051100     IF NOT WS-IN-BRACKET
051200         OR RPT-RUN-DATE = 'CTL-CFW '
051300         GO TO 2210-EXIT
051400     END-IF
051500     IF RPT-RUN-DATE = 'CTL-TRL '
051600         MOVE RPT-RECORD TO CTL-RECORD
051700         MOVE 'N' TO WS-IN-BRACKET-SW
051800         MOVE 'Y' TO WS-SCAN-DONE-SW
051900         GO TO 2210-EXIT
052000     END-IF
052100     ADD 1 TO WS-ROWS-READ
052200     ADD 1 TO WS-DETAIL-COUNT
052300     ADD RPT-TOTAL-WITHHOLD TO WS-DETAIL-HASH
052400     IF NOT RPT-IS-CORRECTION
052500         DISPLAY 'GLPOST: RUN ' WS-SOURCE-ID ' ON TAXRPT IS NOT '
052600             'A TAXCORR RUN - POST ITS PERIOD WITH SOURCE PER'
052700         MOVE 92 TO WS-RETURN-CODE
052800         MOVE 'Y' TO WS-SCAN-DONE-SW
052900         GO TO 2210-EXIT
053000     END-IF
053100     IF RPT-RETURN-CODE NOT = ZERO
053200         GO TO 2210-EXIT
053300     END-IF
053400     MOVE RPT-ESTAB-CODE TO WS-NEW-ESTAB-CODE
053500     MOVE 'TAXCORR CORRECTION' TO WS-NEW-TEXT
053600     IF RPT-CORR-REVERSAL
053700         MOVE 'D' TO WS-LIABILITY-SIDE
053800         MOVE 'C' TO WS-CLEARING-SIDE
053900     ELSE
054000         MOVE 'C' TO WS-LIABILITY-SIDE
054100         MOVE 'D' TO WS-CLEARING-SIDE
054200     END-IF
054300     MOVE RPT-INCOME-TAX TO WS-WH-INCOME-TAX
054400     MOVE RPT-SOLI-TAX TO WS-WH-SOLI-TAX
054500     MOVE ZERO TO WS-WH-CHURCH-TAX-8
054600     MOVE ZERO TO WS-WH-CHURCH-TAX-9
054700     EVALUATE TRUE
054750         WHEN RPT-CHURCH-TAX = ZERO
054800             CONTINUE
054850         WHEN RPT-CHURCH-RATE = 08
054900             MOVE RPT-CHURCH-TAX TO WS-WH-CHURCH-TAX-8
054950         WHEN RPT-CHURCH-RATE = 09
055000             MOVE RPT-CHURCH-TAX TO WS-WH-CHURCH-TAX-9
055020         WHEN OTHER
055040             DISPLAY 'GLPOST: CHURCH TAX AT AN UNEXPECTED RATE ('
055060                 RPT-CHURCH-RATE ') FOR ' RPT-TAXPAYER-ID
055070                 ' IS NOT POSTED - BOOK IT BY HAND'
055080             IF WS-RETURN-CODE < 04
055090                 MOVE 04 TO WS-RETURN-CODE
055095             END-IF
055100     END-EVALUATE
055200     PERFORM 2800-ADD-WITHHOLDING THRU 2800-EXIT.
055300 2210-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*  2300-BUILD-DISBURSEMENT - THE TAXDISB RUN NOW ON PAYEXT AND
055800*  COLLLST.  REFUNDS PAID OUT COME OFF THE INCOME TAX
055900*  LIABILITY INTO REFUND CLEARING; ARREARS COLLECTED GO ONTO
056000*  IT OUT OF ARREARS CLEARING.  BOTH FILES MUST BE ONE RUN AND
056100*  PROVE OUT AGAINST THEIR TRAILERS.
056200*****************************************************************
056300 2300-BUILD-DISBURSEMENT.
056400     OPEN INPUT PAYEXT-FILE
056500     IF WS-PAY-FILE-NOT-FOUND
056600         DISPLAY 'GLPOST: NO PAYEXT FILE ON FILE - NOTHING TO '
056700             'POST'
056800         MOVE 91 TO WS-RETURN-CODE
056900         GO TO 2300-EXIT
057000     END-IF
057100     OPEN INPUT COLLLST-FILE
057200     IF WS-COL-FILE-NOT-FOUND
057300         DISPLAY 'GLPOST: NO COLLLST FILE ON FILE - NOTHING TO '
057400             'POST'
057500         MOVE 91 TO WS-RETURN-CODE
057600         CLOSE PAYEXT-FILE
057700         GO TO 2300-EXIT
057800     END-IF
057900     MOVE 'YEAR-END REFUND' TO WS-NEW-TEXT
058000     MOVE SPACES TO WS-PAY-STAMP
058100     PERFORM 2310-PROVE-PAYMENT-FILE THRU 2310-EXIT
058200     IF WS-RETURN-CODE < 90
058300         MOVE WS-PAY-STAMP TO WS-SOURCE-ID
058400         MOVE 'YEAR-END ARREARS' TO WS-NEW-TEXT
058500         PERFORM 2320-PROVE-COLLECTION-FILE THRU 2320-EXIT
058600     END-IF
058700     CLOSE PAYEXT-FILE
058800     CLOSE COLLLST-FILE
058900     IF WS-RETURN-CODE > 90
059000         GO TO 2300-EXIT
059100     END-IF
059200     IF CLI-SOURCE-ID-ARG NOT = SPACES
059300         AND CLI-SOURCE-ID-ARG NOT = WS-SOURCE-ID
059400         DISPLAY 'GLPOST: PAYEXT/COLLLST HOLD TAXDISB RUN '
059500             WS-SOURCE-ID ', NOT ' CLI-SOURCE-ID-ARG
059600             ' - NOTHING POSTED'
059700         MOVE 94 TO WS-RETURN-CODE
059800     END-IF.
059900 2300-EXIT.
060000     EXIT.
060100
060200 2310-PROVE-PAYMENT-FILE.
060300     MOVE ZERO TO WS-DETAIL-COUNT
060400     MOVE ZERO TO WS-DETAIL-HASH
060500     MOVE 'N' TO WS-BRACKET-FOUND-SW
060600     MOVE 'N' TO WS-IN-BRACKET-SW
060700     MOVE 'N' TO WS-SCAN-DONE-SW
060800     PERFORM 2330-READ-PAYMENT-ROW THRU 2330-EXIT
060900         UNTIL WS-SCAN-DONE
061000     IF WS-RETURN-CODE > 90
061100         GO TO 2310-EXIT
061200     END-IF
061300     IF NOT WS-BRACKET-FOUND
061400         OR WS-IN-BRACKET
061500         OR CTL-DETAIL-COUNT NOT = WS-DETAIL-COUNT
061600         OR CTL-WITHHOLD-HASH NOT = WS-DETAIL-HASH
061700         DISPLAY 'GLPOST: PAYEXT DOES NOT PROVE OUT AGAINST ITS '
061800             'CTL-HDR/CTL-TRL - NOTHING POSTED'
061900         MOVE 96 TO WS-RETURN-CODE
062000     END-IF.
062100 2310-EXIT.
062200     EXIT.
062300
062400 2320-PROVE-COLLECTION-FILE.
062500     MOVE ZERO TO WS-DETAIL-COUNT
062600     MOVE ZERO TO WS-DETAIL-HASH
062700     MOVE 'N' TO WS-BRACKET-FOUND-SW
062800     MOVE 'N' TO WS-IN-BRACKET-SW
062900     MOVE 'N' TO WS-SCAN-DONE-SW
063000     PERFORM 2340-READ-COLLECTION-ROW THRU 2340-EXIT
063100         UNTIL WS-SCAN-DONE
063200     IF WS-RETURN-CODE > 90
063300         GO TO 2320-EXIT
063400     END-IF
063500     IF NOT WS-BRACKET-FOUND
063600         OR WS-IN-BRACKET
063700         OR CTL-DETAIL-COUNT NOT = WS-DETAIL-COUNT
063800         OR CTL-WITHHOLD-HASH NOT = WS-DETAIL-HASH
063900         DISPLAY 'GLPOST: COLLLST DOES NOT PROVE OUT AGAINST ITS '
064000             'CTL-HDR/CTL-TRL - NOTHING POSTED'
064100         MOVE 96 TO WS-RETURN-CODE
064200     END-IF.
064300 2320-EXIT.
064400     EXIT.
064500
064600 2330-READ-PAYMENT-ROW.
064700     READ PAYEXT-FILE
064800         AT END
064900             MOVE 'Y' TO WS-SCAN-DONE-SW
065000             GO TO 2330-EXIT
065100     END-READ
065200     IF PAY-RUN-DATE = 'CTL-HDR '
065300         MOVE PAY-RECORD TO CTL-RECORD
065400         MOVE CTL-RUN-DATE TO WS-PAY-STAMP (1:8)
065500         MOVE CTL-RUN-TIME TO WS-PAY-STAMP (9:8)
065600         MOVE 'Y' TO WS-IN-BRACKET-SW
065700         MOVE 'Y' TO WS-BRACKET-FOUND-SW
065800         GO TO 2330-EXIT
065900     END-IF
066000     IF PAY-RUN-DATE = 'CTL-TRL '
066100         MOVE PAY-RECORD TO CTL-RECORD
066200         MOVE 'N' TO WS-IN-BRACKET-SW
066300         GO TO 2330-EXIT
066400     END-IF
066500     ADD 1 TO WS-ROWS-READ
066600     ADD 1 TO WS-DETAIL-COUNT
066700     ADD PAY-AMOUNT TO WS-DETAIL-HASH
066800     MOVE SPACES TO WS-NEW-ESTAB-CODE
066900     MOVE 'LSTLIA' TO WS-NEW-ACCT-KEY
067000     MOVE 'D' TO WS-NEW-DEBIT-CREDIT
067100     MOVE PAY-AMOUNT TO WS-NEW-AMOUNT
067200     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
067300     MOVE 'REFCLR' TO WS-NEW-ACCT-KEY
067400     MOVE 'C' TO WS-NEW-DEBIT-CREDIT
067500     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT.
067600 2330-EXIT.
067700     EXIT.
067800
067900 2340-READ-COLLECTION-ROW.
068000     READ COLLLST-FILE
068100         AT END
068200             MOVE 'Y' TO WS-SCAN-DONE-SW
068300             GO TO 2340-EXIT
068400     END-READ
068500     MOVE COLL-RECORD TO PAY-RECORD
068600     IF PAY-RUN-DATE = 'CTL-HDR '
068700         MOVE PAY-RECORD TO CTL-RECORD
068800         IF CTL-RUN-DATE NOT = WS-SOURCE-DATE
068900             OR CTL-RUN-TIME NOT = WS-SOURCE-TIME
069000             DISPLAY 'GLPOST: COLLLST IS FROM ANOTHER TAXDISB '
069100                 'RUN THAN PAYEXT - NOTHING POSTED'
069200             MOVE 96 TO WS-RETURN-CODE
069300             MOVE 'Y' TO WS-SCAN-DONE-SW
069400             GO TO 2340-EXIT
069500         END-IF
069600         MOVE 'Y' TO WS-IN-BRACKET-SW
069700         MOVE 'Y' TO WS-BRACKET-FOUND-SW
069800         GO TO 2340-EXIT
069900     END-IF
070000     IF PAY-RUN-DATE = 'CTL-TRL '
070100         MOVE PAY-RECORD TO CTL-RECORD
070200         MOVE 'N' TO WS-IN-BRACKET-SW
070300         GO TO 2340-EXIT
070400     END-IF
070500     ADD 1 TO WS-ROWS-READ
070600     ADD 1 TO WS-DETAIL-COUNT
070700     ADD PAY-AMOUNT TO WS-DETAIL-HASH
070800     MOVE SPACES TO WS-NEW-ESTAB-CODE
070900     MOVE 'ARRCLR' TO WS-NEW-ACCT-KEY
071000     MOVE 'D' TO WS-NEW-DEBIT-CREDIT
071100     MOVE PAY-AMOUNT TO WS-NEW-AMOUNT
071200     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
071300     MOVE 'LSTLIA' TO WS-NEW-ACCT-KEY
071400     MOVE 'C' TO WS-NEW-DEBIT-CREDIT
071500     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT.
071600 2340-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*  2800-ADD-WITHHOLDING - ONE LINE PER TAX TO ITS LIABILITY
072100*  ACCOUNT ON WS-LIABILITY-SIDE AND THEIR SUM TO PAYROLL
072200*  CLEARING ON WS-CLEARING-SIDE, FOR WS-NEW-ESTAB-CODE.
072300*****************************************************************
072400 2800-ADD-WITHHOLDING.
072500     MOVE WS-LIABILITY-SIDE TO WS-NEW-DEBIT-CREDIT
072600     MOVE 'LSTLIA' TO WS-NEW-ACCT-KEY
072700     MOVE WS-WH-INCOME-TAX TO WS-NEW-AMOUNT
072800     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
072900     MOVE 'SOLLIA' TO WS-NEW-ACCT-KEY
073000     MOVE WS-WH-SOLI-TAX TO WS-NEW-AMOUNT
073100     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
073200     MOVE 'KI8LIA' TO WS-NEW-ACCT-KEY
073300     MOVE WS-WH-CHURCH-TAX-8 TO WS-NEW-AMOUNT
073400     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
073500     MOVE 'KI9LIA' TO WS-NEW-ACCT-KEY
073600     MOVE WS-WH-CHURCH-TAX-9 TO WS-NEW-AMOUNT
073700     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT
073800     MOVE WS-CLEARING-SIDE TO WS-NEW-DEBIT-CREDIT
073900     MOVE 'WAGCLR' TO WS-NEW-ACCT-KEY
074000     COMPUTE WS-NEW-AMOUNT =
074100         WS-WH-INCOME-TAX + WS-WH-SOLI-TAX
074200         + WS-WH-CHURCH-TAX-8 + WS-WH-CHURCH-TAX-9
074300     PERFORM 2900-ADD-JOURNAL-LINE THRU 2900-EXIT.
074400 2800-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*  2900-ADD-JOURNAL-LINE - ADD WS-NEW-AMOUNT INTO THE LINE FOR
074900*  THE ESTABLISHMENT, POSTING KEY AND SIDE, STARTING ONE IF
075000*  THERE IS NONE YET.  A ZERO AMOUNT MAKES NO LINE.
075100*****************************************************************
075200 2900-ADD-JOURNAL-LINE.
075300     IF WS-NEW-AMOUNT = ZERO
075400         GO TO 2900-EXIT
075500     END-IF
075600     MOVE 'N' TO WS-MATCH-FOUND-SW
075700     PERFORM 2910-TEST-JOURNAL-LINE THRU 2910-EXIT
075800         VARYING WS-JL-IDX FROM 1 BY 1
075900         UNTIL WS-JL-IDX > WS-JL-COUNT
076000                OR WS-MATCH-FOUND
076100     IF NOT WS-MATCH-FOUND
076200         IF WS-JL-COUNT = 500
076300             DISPLAY 'GLPOST: JOURNAL TABLE FULL AT 500 LINES - '
076400                 'NOTHING POSTED'
076500             MOVE 96 TO WS-RETURN-CODE
076600             GO TO 2900-EXIT
076700         END-IF
076800         ADD 1 TO WS-JL-COUNT
076900         MOVE WS-JL-COUNT TO WS-FOUND-IDX
077000         MOVE WS-NEW-ESTAB-CODE
077100             TO WS-JL-ESTAB-CODE (WS-FOUND-IDX)
077200         MOVE WS-NEW-ACCT-KEY TO WS-JL-ACCT-KEY (WS-FOUND-IDX)
077300         MOVE WS-NEW-DEBIT-CREDIT
077400             TO WS-JL-DEBIT-CREDIT (WS-FOUND-IDX)
077500         MOVE ZERO TO WS-JL-AMOUNT (WS-FOUND-IDX)
077600         MOVE WS-NEW-TEXT TO WS-JL-TEXT (WS-FOUND-IDX)
077700     END-IF
077800     ADD WS-NEW-AMOUNT TO WS-JL-AMOUNT (WS-FOUND-IDX).
077900 2900-EXIT.
078000     EXIT.
078100
078200 2910-TEST-JOURNAL-LINE.
078300     IF WS-JL-ESTAB-CODE (WS-JL-IDX) = WS-NEW-ESTAB-CODE
078400         AND WS-JL-ACCT-KEY (WS-JL-IDX) = WS-NEW-ACCT-KEY
078500         AND WS-JL-DEBIT-CREDIT (WS-JL-IDX) = WS-NEW-DEBIT-CREDIT
078600         MOVE 'Y' TO WS-MATCH-FOUND-SW
078700         MOVE WS-JL-IDX TO WS-FOUND-IDX
078800     END-IF.
078900 2910-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300*  3000-CHECK-REGISTER - A SOURCE IS POSTED ONCE.  POSTING IT
079400*  AGAIN IS REFUSED UNTIL IT HAS BEEN REVERSED; A REVERSAL
079500*  NEEDS A STANDING POSTING WITH THE SAME FIGURES.
079600*****************************************************************
079700 3000-CHECK-REGISTER.
079800     OPEN I-O GLREG-FILE
079900     IF WS-GLR-FILE-NOT-FOUND
080000         OPEN OUTPUT GLREG-FILE
080100         CLOSE GLREG-FILE
080200         OPEN I-O GLREG-FILE
080300     END-IF
080400     IF WS-GLR-FILE-STATUS NOT = '00'
080500         DISPLAY 'GLPOST: GLREG OPEN FAILED - STATUS '
080600             WS-GLR-FILE-STATUS
080700         MOVE 95 TO WS-RETURN-CODE
080800         GO TO 3000-EXIT
080900     END-IF
081000     MOVE 'Y' TO WS-REG-OPEN-SW
081100     MOVE WS-SOURCE-KEY TO GLR-KEY
081200     MOVE 'Y' TO WS-REG-FOUND-SW
081300     READ GLREG-FILE
081400         INVALID KEY
081500             MOVE 'N' TO WS-REG-FOUND-SW
081600     END-READ
081700     IF CLI-ACTION-IS-POST
081800         IF WS-REG-FOUND AND GLR-POSTED
081900             DISPLAY 'GLPOST: ' WS-SOURCE-TYPE ' ' WS-SOURCE-ID
082000                 ' WAS ALREADY POSTED ON ' GLR-POST-DATE
082100                 ' - REVERSE IT FIRST, REPOST REFUSED'
082200             MOVE 92 TO WS-RETURN-CODE
082300         END-IF
082400         GO TO 3000-EXIT
082500     END-IF
082600     IF NOT WS-REG-FOUND OR NOT GLR-POSTED
082700         DISPLAY 'GLPOST: ' WS-SOURCE-TYPE ' ' WS-SOURCE-ID
082800             ' HAS NO STANDING POSTING - NOTHING TO REVERSE'
082900         MOVE 94 TO WS-RETURN-CODE
083000         GO TO 3000-EXIT
083100     END-IF
083200     PERFORM 4100-TOTAL-JOURNAL THRU 4100-EXIT
083300     IF WS-DEBIT-TOTAL NOT = GLR-DEBIT-TOTAL
083400         OR WS-JL-COUNT NOT = GLR-LINE-COUNT
083500         DISPLAY 'GLPOST: ' WS-SOURCE-TYPE ' ' WS-SOURCE-ID
083600             ' NO LONGER COMES OUT TO THE FIGURES POSTED ON '
083700             GLR-POST-DATE ' - REVERSE IT IN THE LEDGER BY HAND'
083800         DISPLAY 'GLPOST:     POSTED ' GLR-DEBIT-TOTAL
083900             '  NOW ' WS-DEBIT-TOTAL
084000         MOVE 96 TO WS-RETURN-CODE
084100     END-IF.
084200 3000-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*  4000-BALANCE-JOURNAL - NOTHING GOES TO THE LEDGER UNLESS
084700*  DEBITS EQUAL CREDITS.  A SOURCE WITH NO AMOUNTS AT ALL
084800*  POSTS NOTHING.
084900*****************************************************************
085000 4000-BALANCE-JOURNAL.
085100     PERFORM 4100-TOTAL-JOURNAL THRU 4100-EXIT
085200     IF WS-JL-COUNT = ZERO
085300         DISPLAY 'GLPOST: ' WS-SOURCE-TYPE ' ' WS-SOURCE-ID
085400             ' CARRIES NO AMOUNTS - NOTHING POSTED'
085500         MOVE 91 TO WS-RETURN-CODE
085600         GO TO 4000-EXIT
085700     END-IF
085800     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
085900         DISPLAY 'GLPOST: JOURNAL DOES NOT BALANCE - DEBITS '
086000             WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
086100             ' - NOTHING POSTED'
086200         MOVE 96 TO WS-RETURN-CODE
086300     END-IF.
086400 4000-EXIT.
086500     EXIT.
086600
086700 4100-TOTAL-JOURNAL.
086800     MOVE ZERO TO WS-DEBIT-TOTAL
086900     MOVE ZERO TO WS-CREDIT-TOTAL
087000     PERFORM 4110-TOTAL-ONE-LINE THRU 4110-EXIT
087100         VARYING WS-JL-IDX FROM 1 BY 1
087200         UNTIL WS-JL-IDX > WS-JL-COUNT.
087300 4100-EXIT.
087400     EXIT.
087500
087600 4110-TOTAL-ONE-LINE.
087700     IF WS-JL-DEBIT-CREDIT (WS-JL-IDX) = 'D'
087800         ADD WS-JL-AMOUNT (WS-JL-IDX) TO WS-DEBIT-TOTAL
087900     ELSE
088000         ADD WS-JL-AMOUNT (WS-JL-IDX) TO WS-CREDIT-TOTAL
088100     END-IF.
088200 4110-EXIT.
088300     EXIT.
088400
088500*****************************************************************
088600*  5000-WRITE-JOURNAL - THE BALANCED LINES TO GLJRNL INSIDE A
088700*  CTL-HDR/CTL-TRL BRACKET.  A REVERSAL WRITES EVERY LINE WITH
088800*  DEBIT AND CREDIT SWAPPED.
088900*****************************************************************
089000 5000-WRITE-JOURNAL.
089100     OPEN OUTPUT GLJRNL-FILE
089200     IF WS-GLJ-FILE-STATUS NOT = '00'
089300         DISPLAY 'GLPOST: GLJRNL OPEN FAILED - STATUS '
089400             WS-GLJ-FILE-STATUS
089500         MOVE 95 TO WS-RETURN-CODE
089600         GO TO 5000-EXIT
089700     END-IF
089800     MOVE SPACES TO CTL-RECORD
089900     MOVE 'CTL-HDR ' TO CTL-RECORD-TAG
090000     MOVE WS-RUN-DATE TO CTL-RUN-DATE
090100     MOVE WS-RUN-TIME TO CTL-RUN-TIME
090200     MOVE 'GLJRNL  ' TO CTL-FILE-ID
090300     MOVE ZERO TO CTL-DETAIL-COUNT
090400     MOVE ZERO TO CTL-WITHHOLD-HASH
090500     WRITE GLJ-RECORD FROM CTL-RECORD
090600     MOVE ZERO TO WS-LINE-NO
090700     PERFORM 5100-WRITE-JOURNAL-LINE THRU 5100-EXIT
090800         VARYING WS-JL-IDX FROM 1 BY 1
090900         UNTIL WS-JL-IDX > WS-JL-COUNT
091000                OR WS-RETURN-CODE > 90
091100     MOVE SPACES TO CTL-RECORD
091200     MOVE 'CTL-TRL ' TO CTL-RECORD-TAG
091300     MOVE WS-RUN-DATE TO CTL-RUN-DATE
091400     MOVE WS-RUN-TIME TO CTL-RUN-TIME
091500     MOVE 'GLJRNL  ' TO CTL-FILE-ID
091600     MOVE WS-GLJ-ROWS-WRITTEN TO CTL-DETAIL-COUNT
091700     MOVE WS-DEBIT-TOTAL TO CTL-WITHHOLD-HASH
091800     WRITE GLJ-RECORD FROM CTL-RECORD
091900     CLOSE GLJRNL-FILE.
092000 5000-EXIT.
092100     EXIT.
092200
092300 5100-WRITE-JOURNAL-LINE.
092400     ADD 1 TO WS-LINE-NO
092500     MOVE SPACES TO GLJ-RECORD
092600     MOVE WS-RUN-DATE TO GLJ-RUN-DATE
092700     MOVE WS-RUN-TIME TO GLJ-RUN-TIME
092800     MOVE WS-SOURCE-TYPE TO GLJ-SOURCE-TYPE
092900     MOVE WS-SOURCE-ID TO GLJ-SOURCE-ID
093000     MOVE WS-LINE-NO TO GLJ-LINE-NO
093100     MOVE WS-JL-ESTAB-CODE (WS-JL-IDX) TO GLJ-ESTAB-CODE
093200     MOVE WS-JL-ACCT-KEY (WS-JL-IDX) TO GLJ-ACCT-KEY
093300     PERFORM 5110-FIND-ACCOUNT THRU 5110-EXIT
093400     MOVE WS-JL-AMOUNT (WS-JL-IDX) TO GLJ-AMOUNT
093500     MOVE WS-JL-TEXT (WS-JL-IDX) TO GLJ-TEXT
093600     IF CLI-ACTION-IS-REVERSE
093700         MOVE 'R' TO GLJ-ENTRY-TYPE
093800         IF WS-JL-DEBIT-CREDIT (WS-JL-IDX) = 'D'
093900             MOVE 'C' TO GLJ-DEBIT-CREDIT
094000         ELSE
094100             MOVE 'D' TO GLJ-DEBIT-CREDIT
094200         END-IF
094300     ELSE
094400         MOVE 'P' TO GLJ-ENTRY-TYPE
094500         MOVE WS-JL-DEBIT-CREDIT (WS-JL-IDX) TO GLJ-DEBIT-CREDIT
094600     END-IF
094700     WRITE GLJ-RECORD
094800     IF WS-GLJ-FILE-STATUS NOT = '00'
094900         DISPLAY 'GLPOST: GLJRNL WRITE FAILED - STATUS '
095000             WS-GLJ-FILE-STATUS
095100         MOVE 98 TO WS-RETURN-CODE
095200     ELSE
095300         ADD 1 TO WS-GLJ-ROWS-WRITTEN
095400     END-IF.
095500 5100-EXIT.
095600     EXIT.
095700
095800 5110-FIND-ACCOUNT.
095900     MOVE SPACES TO GLJ-ACCOUNT
096000     PERFORM 5120-TEST-ACCOUNT THRU 5120-EXIT
096100         VARYING WS-GLM-IDX FROM 1 BY 1
096200         UNTIL WS-GLM-IDX > WS-GLM-COUNT
096300                OR GLJ-ACCOUNT NOT = SPACES.
096400 5110-EXIT.
096500     EXIT.
096600
096700 5120-TEST-ACCOUNT.
096800     IF WS-GLM-ACCT-KEY (WS-GLM-IDX) = GLJ-ACCT-KEY
096900         MOVE WS-GLM-ACCOUNT (WS-GLM-IDX) TO GLJ-ACCOUNT
097000     END-IF.
097100 5120-EXIT.
097200     EXIT.
097300
097400*****************************************************************
097500*  6000-UPDATE-REGISTER - RECORD THE POSTING (OR ITS REVERSAL)
097600*  SO THE SOURCE CANNOT BE POSTED TWICE.
097700*****************************************************************
097800 6000-UPDATE-REGISTER.
097900     IF CLI-ACTION-IS-REVERSE
098000         MOVE 'R' TO GLR-STATUS
098100         MOVE WS-RUN-DATE TO GLR-REVERSE-DATE
098200         MOVE WS-RUN-TIME TO GLR-REVERSE-TIME
098300         REWRITE GLR-RECORD
098400         GO TO 6000-CHECK-STATUS
098500     END-IF
098600     IF WS-REG-FOUND
098700         ADD 1 TO GLR-POST-COUNT
098800     ELSE
098900         MOVE SPACES TO GLR-RECORD
099000         MOVE WS-SOURCE-KEY TO GLR-KEY
099100         MOVE 1 TO GLR-POST-COUNT
099200     END-IF
099300     MOVE 'P' TO GLR-STATUS
099400     MOVE WS-RUN-DATE TO GLR-POST-DATE
099500     MOVE WS-RUN-TIME TO GLR-POST-TIME
099600     MOVE SPACES TO GLR-REVERSE-DATE
099700     MOVE SPACES TO GLR-REVERSE-TIME
099800     MOVE WS-JL-COUNT TO GLR-LINE-COUNT
099900     MOVE WS-DEBIT-TOTAL TO GLR-DEBIT-TOTAL
100000     IF WS-REG-FOUND
100100         REWRITE GLR-RECORD
100200     ELSE
100300         WRITE GLR-RECORD
100400     END-IF.
100500 6000-CHECK-STATUS.
100600     IF WS-GLR-FILE-STATUS NOT = '00'
100700         DISPLAY 'GLPOST: GLREG UPDATE FAILED - STATUS '
100800             WS-GLR-FILE-STATUS ' - JOURNAL WRITTEN BUT NOT '
100900             'REGISTERED, DO NOT RELEASE IT'
101000         MOVE 99 TO WS-RETURN-CODE
101100     END-IF.
101200 6000-EXIT.
101300     EXIT.
101400
101500*****************************************************************
101600*  9000-TERMINATE - CLOSE THE REGISTER AND SHOW THE RUN
101700*  SUMMARY FINANCE FILES WITH THE JOURNAL.
101800*****************************************************************
101900 9000-TERMINATE.
102000     IF WS-REG-OPEN
102100         CLOSE GLREG-FILE
102200     END-IF
102300     DISPLAY 'GLPOST: ACTION.............. ' CLI-ACTION-ARG
102400     DISPLAY 'GLPOST: SOURCE.............. ' WS-SOURCE-TYPE
102500         ' ' WS-SOURCE-ID
102600     DISPLAY 'GLPOST: SOURCE ROWS READ.... ' WS-ROWS-READ
102700     DISPLAY 'GLPOST: JOURNAL LINES....... ' WS-GLJ-ROWS-WRITTEN
102800     DISPLAY 'GLPOST: DEBITS.............. ' WS-DEBIT-TOTAL
102900     DISPLAY 'GLPOST: CREDITS............. ' WS-CREDIT-TOTAL.
103000 9000-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*  9800-LOG-RUN-START / 9900-LOG-RUN-END - APPEND THIS RUN'S
103500*  START AND END RECORDS TO THE COMMON RUNLOG FILE VIA RUNLOGW.
103600*****************************************************************
103700 9800-LOG-RUN-START.
103800     MOVE SPACES TO RLOG-RECORD
103900     MOVE 'S' TO RLOG-RECORD-TYPE
104000     MOVE 'GLPOST' TO RLOG-PROGRAM-ID
104100     MOVE ZERO TO RLOG-RETURN-CODE
104200     MOVE ZERO TO RLOG-RECORDS-READ
104300     MOVE ZERO TO RLOG-RECORDS-WRITTEN
104400     MOVE ZERO TO RLOG-RECORDS-REJECTED
104500     CALL 'RUNLOGW' USING RLOG-RECORD.
104600 9800-EXIT.
104700     EXIT.
104800
104900 9900-LOG-RUN-END.
105000     MOVE SPACES TO RLOG-RECORD
105100     MOVE 'E' TO RLOG-RECORD-TYPE
105200     MOVE 'GLPOST' TO RLOG-PROGRAM-ID
105300     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
105400     MOVE WS-ROWS-READ TO RLOG-RECORDS-READ
105500     MOVE WS-GLJ-ROWS-WRITTEN TO RLOG-RECORDS-WRITTEN
105600     MOVE ZERO TO RLOG-RECORDS-REJECTED
105700     CALL 'RUNLOGW' USING RLOG-RECORD.
105800 9900-EXIT.
105900     EXIT.
