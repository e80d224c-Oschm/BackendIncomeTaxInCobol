002200*  EDITS APPLIED, IN THE ORDER TESTED (THE FIRST FAILURE SETS
002300*  THE REASON CODE - SEE REJREC.CPY FOR THE CODE VALUES):
002400*      05  EMP-ID BLANK
002500*      09  EMP-REC-TYPE NOT R, S OR BLANK
002525*      06  EMP-ID ALREADY SEEN EARLIER ON THIS ROSTER WITH A
002550*          ROW OF THE SAME TYPE (ONE REGULAR AND ONE ONE-OFF
002575*          PAYMENT ROW PER EMPLOYEE ARE ALLOWED)
002600*      01  EMP-INCOME-ARG NOT NUMERIC
002650*      10  ONE-OFF PAYMENT ROW WITH A ZERO AMOUNT
002700*      02  EMP-MARRIED-ARG NOT Y, N OR BLANK
002800*      03  EMP-CHURCH-ARG / EMP-CHURCH-RATE-ARG COMBINATION
002900*          MAKES NO SENSE (LIABLE WITH RATE 00, NOT LIABLE WITH
003100*      04  EMP-YEAR-ARG KEYED BUT NOT AMONG THE YEARS ON
003110*          BRKTAB (BLANK OR ZERO MEANS USE THE EMPMAST
003120*          DEFAULT)
003136*      11  REGULAR ROW FOR A LEAVER WHOSE EMPMAST EXIT DATE LIES
003152*          BEFORE THE PAY PERIOD - THE EXIT MONTH (MONTHLY PAY)
003168*          OR YEAR (ANNUAL PAY) IS STILL PAID, WEEKLY PAY STOPS
003184*          AT THE EXIT DATE.  ONE-OFF ROWS PASS.
003200*
003300*  RETURN CODE 00 = EVERY RECORD ACCEPTED, 04 = AT LEAST ONE
003400*  RECORD REJECTED (EMPCLEAN IS STILL COMPLETE AND USABLE).
003402*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003403*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003404*                  RLOGREC.CPY.
003408*  2026-10-09  RD  ONE-OFF PAYMENTS.  A ROSTER ROW WITH
003412*                  EMP-REC-TYPE 'S' CARRIES A SONSTIGER BEZUG
003416*                  (BONUS, HOLIDAY PAY, SEVERANCE) FOR AN
003420*                  EMPLOYEE WHO MAY ALSO HAVE A REGULAR ROW, SO
003424*                  THE DUPLICATE EDIT 06 NOW COMPARES EMP-ID
003428*                  AND ROW TYPE.  NEW EDITS 09 (TYPE NOT R, S
003432*                  OR BLANK) AND 10 (ONE-OFF ROW WITH A ZERO
003436*                  AMOUNT).
003440*  2026-10-15  RD  LEAVERS.  NEW EDIT 11 REJECTS A REGULAR ROW
003444*                  FOR AN EMPLOYEE WHOSE EMPMAST EXIT DATE LIES
003448*                  BEFORE THE PAY PERIOD, BY THE SAME RULE AS
003452*                  TAXBATCH.  THE PAY-PERIOD DATE IS THE NEW PARM
003456*                  ARGUMENT 1 (DEFAULT THE RUN DATE).  WITHOUT AN
003460*                  EMPMAST ON FILE THE EDIT IS SKIPPED.
003464*
003468*  ARGUMENTS (ACCEPT FROM ARGUMENT-VALUE):
003472*      1  PAY-PERIOD DATE (YYYYMMDD) FOR EDIT 11 - THE SAME DATE
003476*         AS TAXBATCH ARGUMENT 2.  OMITTED OR BLANK MEANS THE RUN
003480*         DATE.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004800     SELECT EMPREJT-FILE ASSIGN TO "EMPREJT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REJ-FILE-STATUS.
005016     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
005032         ORGANIZATION IS INDEXED
005048         ACCESS MODE IS DYNAMIC
005064         RECORD KEY IS EMPM-KEY
005080         FILE STATUS IS WS-EMPM-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  EMP-FILE.
005800 01  CLEAN-RECORD                 PIC X(60).
005900 FD  EMPREJT-FILE.
006000 COPY REJREC.
006033 FD  EMPMAST-FILE.
006066 COPY EMPMREC.
006100 WORKING-STORAGE SECTION.
006150 01  CLI-PERIOD-DATE-ARG          PIC X(08) VALUE SPACES.
006200 01  WS-SWITCHES.
006300     05  WS-EMP-FILE-STATUS       PIC X(02) VALUE '00'.
006400         88  WS-EMP-EOF               VALUE '10'.
007500         88  WS-DUP-FOUND             VALUE 'Y'.
007600     05  WS-ID-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
007700         88  WS-ID-TABLE-FULL         VALUE 'Y'.
007714     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
007728         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
007742     05  WS-MASTER-OK-SW          PIC X(01) VALUE 'N'.
007756         88  WS-MASTER-OK             VALUE 'Y'.
007770     05  WS-VSCAN-DONE-SW         PIC X(01) VALUE 'N'.
007784         88  WS-VSCAN-DONE            VALUE 'Y'.
007800 01  WS-RECORDS-READ              PIC 9(9) COMP VALUE ZERO.
007900 01  WS-RECORDS-ACCEPTED          PIC 9(9) COMP VALUE ZERO.
008000 01  WS-RECORDS-REJECTED          PIC 9(9) COMP VALUE ZERO.
008100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
008200 01  WS-REASON-CODE               PIC 9(02) VALUE ZERO.
008300 01  WS-REASON-TEXT               PIC X(30) VALUE SPACES.
008310 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
008320*****************************************************************
008330*  LEAVER EDIT - THE LATEST EXIT DATE ON THE EMPLOYEE'S VERSIONS
008340*  AND THE PAY FREQUENCY OF THE VERSION IN FORCE FOR THE PERIOD.
008350*****************************************************************
008360 01  WS-MV-EXIT-DATE              PIC X(08) VALUE SPACES.
008370 01  WS-MV-PAY-FREQ               PIC X(01) VALUE SPACE.
008380 01  WS-AFTER-EXIT-SW             PIC X(01) VALUE 'N'.
008390     88  WS-AFTER-EXIT                VALUE 'Y'.
008400*****************************************************************
008500*  DISTINCT ASSESSMENT YEARS PRESENT ON BRKTAB, LOADED ONCE AT
008600*  INITIALIZATION AND USED TO EDIT EMP-YEAR-ARG.
009000 01  WS-YEAR-TABLE.
009100     05  WS-BRK-YEAR-ENTRY        PIC 9(4) OCCURS 50 TIMES.
009200*****************************************************************
009300*  EMP-IDS ALREADY SEEN ON THIS ROSTER, FOR THE DUPLICATE EDIT,
009333*  AND UNDER THE SAME SUBSCRIPT THE TYPE OF ROW EACH WAS SEEN
009366*  ON ('R' REGULAR, 'S' ONE-OFF PAYMENT).
009400*****************************************************************
009500 01  WS-ID-COUNT                  PIC 9(4) COMP VALUE ZERO.
009600 01  WS-ID-IDX                    PIC 9(4) COMP VALUE ZERO.
009625 01  WS-ROW-TYPE                  PIC X(01) VALUE SPACE.
009650 01  WS-ROW-TYPE-TABLE.
009675     05  WS-SEEN-ROW-TYPE         PIC X(01) OCCURS 1000 TIMES.
009700 01  WS-ID-TABLE.
009800     05  WS-SEEN-EMP-ID           PIC X(11) OCCURS 1000 TIMES.
009801*****************************************************************
010400     STOP RUN RETURNING WS-RETURN-CODE.
010500
010600*****************************************************************
010700*  1000-INITIALIZE - OPEN THE ROSTER, THE EMPLOYEE MASTER AND
010800*  THE OUTPUT FILES AND LOAD THE ASSESSMENT YEARS CARRIED ON
010850*  BRKTAB.
010900*****************************************************************
011000 1000-INITIALIZE.
011012     ACCEPT CLI-PERIOD-DATE-ARG FROM ARGUMENT-VALUE
011024     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011036     IF CLI-PERIOD-DATE-ARG = SPACES
011048         OR CLI-PERIOD-DATE-ARG NOT NUMERIC
011060         MOVE WS-RUN-DATE TO CLI-PERIOD-DATE-ARG
011072     END-IF
011084     DISPLAY 'EMPEDIT: PAY-PERIOD DATE.... ' CLI-PERIOD-DATE-ARG
011100     OPEN INPUT EMP-FILE
011200     OPEN OUTPUT EMPCLEAN-FILE
011300     OPEN OUTPUT EMPREJT-FILE
011312     OPEN INPUT EMPMAST-FILE
011324     IF WS-EMPM-FILE-NOT-FOUND
011336         DISPLAY 'EMPEDIT: NO EMPLOYEE MASTER ON FILE - LEAVER '
011348             'EDIT 11 SKIPPED'
011360     ELSE
011372         MOVE 'Y' TO WS-MASTER-OK-SW
011384     END-IF
011400     PERFORM 1100-LOAD-BRACKET-YEARS THRU 1100-EXIT.
011500 1000-EXIT.
011600     EXIT.
020200         MOVE 'N' TO WS-RECORD-VALID-SW
020300         GO TO 3000-EXIT
020400     END-IF
020407     IF EMP-ONE-OFF-PAY
020414         MOVE 'S' TO WS-ROW-TYPE
020421     ELSE
020428         MOVE 'R' TO WS-ROW-TYPE
020435     END-IF
020442     IF NOT EMP-REGULAR-PAY
020449         AND NOT EMP-ONE-OFF-PAY
020456         MOVE EMP-REC-TYPE TO WS-ROW-TYPE
020463         MOVE 09 TO WS-REASON-CODE
020470         MOVE 'ROW TYPE NOT R, S OR BLANK' TO WS-REASON-TEXT
020477         MOVE 'N' TO WS-RECORD-VALID-SW
020484         GO TO 3000-EXIT
020491     END-IF
020500     PERFORM 3100-CHECK-DUPLICATE-ID THRU 3100-EXIT
020600     IF WS-DUP-FOUND
020700         MOVE 06 TO WS-REASON-CODE
021200     IF EMP-INCOME-ARG NOT NUMERIC
021300         MOVE 01 TO WS-REASON-CODE
021400         MOVE 'INCOME NOT NUMERIC' TO WS-REASON-TEXT
021412         MOVE 'N' TO WS-RECORD-VALID-SW
021424         GO TO 3000-EXIT
021436     END-IF
021448     IF EMP-ONE-OFF-PAY
021460         AND EMP-INCOME-ARG = ZERO
021472         MOVE 10 TO WS-REASON-CODE
021484         MOVE 'ONE-OFF PAYMENT AMOUNT ZERO' TO WS-REASON-TEXT
021500         MOVE 'N' TO WS-RECORD-VALID-SW
021600         GO TO 3000-EXIT
021700     END-IF
022965         MOVE 'N' TO WS-RECORD-VALID-SW
022970         GO TO 3000-EXIT
022975     END-IF
022980     PERFORM 3300-CHECK-YEAR THRU 3300-EXIT
022982     IF NOT WS-RECORD-VALID
022984         GO TO 3000-EXIT
022986     END-IF
022988     PERFORM 3400-CHECK-LEAVER THRU 3400-EXIT
022990     IF WS-AFTER-EXIT
022992         MOVE 11 TO WS-REASON-CODE
022994         MOVE 'LEAVER - PERIOD AFTER EXIT' TO WS-REASON-TEXT
022996         MOVE 'N' TO WS-RECORD-VALID-SW
022998     END-IF.
023000 3000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400*  3100-CHECK-DUPLICATE-ID - LOOK FOR THIS EMP-ID AMONG THE IDS
023500*  ALREADY SEEN EARLIER ON THE ROSTER (ACCEPTED OR REJECTED) ON
023550*  A ROW OF THE SAME TYPE.
023600*****************************************************************
023700 3100-CHECK-DUPLICATE-ID.
023800     MOVE 'N' TO WS-DUP-FOUND-SW
024500
024600 3110-TEST-SEEN-ID.
024700     IF WS-SEEN-EMP-ID (WS-ID-IDX) = EMP-ID
024750         AND WS-SEEN-ROW-TYPE (WS-ID-IDX) = WS-ROW-TYPE
024800         MOVE 'Y' TO WS-DUP-FOUND-SW
024900     END-IF.
025000 3110-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032001*  3400-CHECK-LEAVER - READ THE EMPLOYEE'S EMPMAST VERSIONS FOR
032002*  THE LATEST EXIT DATE AND THE PAY FREQUENCY IN FORCE FOR THE
032003*  PERIOD, AND FLAG A REGULAR ROW PAID AFTER THE EXIT: MONTHLY
032004*  PAY BY MONTH, WEEKLY PAY BY DAY, ANNUAL PAY BY YEAR.  AN
032005*  EMPLOYEE NOT ON EMPMAST IS LEFT FOR TAXBATCH TO REPORT.
032006*****************************************************************
032007 3400-CHECK-LEAVER.
032008     MOVE 'N' TO WS-AFTER-EXIT-SW
032009     MOVE SPACES TO WS-MV-EXIT-DATE
032010     MOVE SPACE TO WS-MV-PAY-FREQ
032011     IF NOT WS-MASTER-OK
032012         OR EMP-ONE-OFF-PAY
032013         GO TO 3400-EXIT
032014     END-IF
032015     MOVE 'N' TO WS-VSCAN-DONE-SW
032016     MOVE EMP-ID TO EMPM-ID
032017     MOVE '00000000' TO EMPM-VALID-FROM
032018     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
032019         INVALID KEY
032020             MOVE 'Y' TO WS-VSCAN-DONE-SW
032021     END-START
032022     PERFORM 3410-TEST-MASTER-VERSION THRU 3410-EXIT
032023         UNTIL WS-VSCAN-DONE
032024     IF WS-MV-EXIT-DATE = SPACES
032025         GO TO 3400-EXIT
032026     END-IF
032027     EVALUATE WS-MV-PAY-FREQ
032028         WHEN 'M'
032029             IF CLI-PERIOD-DATE-ARG (1:6) > WS-MV-EXIT-DATE (1:6)
032030                 MOVE 'Y' TO WS-AFTER-EXIT-SW
032031             END-IF
032032         WHEN 'W'
032033             IF CLI-PERIOD-DATE-ARG > WS-MV-EXIT-DATE
032034                 MOVE 'Y' TO WS-AFTER-EXIT-SW
032035             END-IF
032036         WHEN OTHER
032037             IF CLI-PERIOD-DATE-ARG (1:4) > WS-MV-EXIT-DATE (1:4)
032038                 MOVE 'Y' TO WS-AFTER-EXIT-SW
032039             END-IF
032040     END-EVALUATE.
032041 3400-EXIT.
032042     EXIT.
032043
032044 3410-TEST-MASTER-VERSION.
032045     READ EMPMAST-FILE NEXT
032046         AT END
032047             MOVE 'Y' TO WS-VSCAN-DONE-SW
032048             GO TO 3410-EXIT
032049     END-READ
032050     IF EMPM-ID NOT = EMP-ID
032051         MOVE 'Y' TO WS-VSCAN-DONE-SW
032052         GO TO 3410-EXIT
032053     END-IF
032054     MOVE EMPM-EXIT-DATE TO WS-MV-EXIT-DATE
032055     IF EMPM-VALID-FROM NOT > CLI-PERIOD-DATE-ARG
032056         MOVE EMPM-PAY-FREQ-ARG TO WS-MV-PAY-FREQ
032057     END-IF.
032058 3410-EXIT.
032059     EXIT.
032060
032061*****************************************************************
032100*  3800-REMEMBER-EMP-ID - ADD THIS RECORD'S EMP-ID TO THE SEEN
032200*  TABLE SO A LATER RECORD WITH THE SAME ID IS CAUGHT AS A
032300*  DUPLICATE.  A BLANK ID IS NOT WORTH REMEMBERING - IT WAS
033600         GO TO 3800-EXIT
033700     END-IF
033800     ADD 1 TO WS-ID-COUNT
033900     MOVE EMP-ID TO WS-SEEN-EMP-ID (WS-ID-COUNT)
033950     MOVE WS-ROW-TYPE TO WS-SEEN-ROW-TYPE (WS-ID-COUNT).
034000 3800-EXIT.
034100     EXIT.
034200
036200     CLOSE EMP-FILE
036300     CLOSE EMPCLEAN-FILE
036400     CLOSE EMPREJT-FILE
036425     IF WS-MASTER-OK
036450         CLOSE EMPMAST-FILE
036475     END-IF
036500     DISPLAY 'EMPEDIT: RECORDS READ....... ' WS-RECORDS-READ
036600     DISPLAY 'EMPEDIT: RECORDS ACCEPTED... ' WS-RECORDS-ACCEPTED
036700     DISPLAY 'EMPEDIT: RECORDS REJECTED... ' WS-RECORDS-REJECTED
