000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLMAINT.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  MAINTAINS THE GLMAP
001100*                  ACCOUNT-MAPPING TABLE (ONE ROW PER POSTING
001200*                  KEY - SEE GLMREC.CPY) SO A CHANGE TO THE
001300*                  CHART OF ACCOUNTS IS A DATA UPDATE AGAINST
001400*                  THIS PROGRAM, NOT A CHANGE TO GLPOST.
001500*                  STYLED ON ESTMAINT.
001600*
001700*  ARGUMENT-VALUE SEQUENCE:
001800*      1  ACTION-ARG           'ADD' OR 'UPD'
001900*      2  ACCT-KEY-ARG         PIC X(06) - ONE OF THE POSTING
002000*                              KEYS LISTED IN GLMREC.CPY
002100*      3  ACCOUNT-ARG          PIC X(10) - THE LEDGER ACCOUNT
002200*      4  DESCRIPTION-ARG      PIC X(30) - QUOTE IT IF IT HAS
002300*                              SPACES
002400*
002500*  FOR EXAMPLE:
002600*
002700*      GLMAINT ADD LSTLIA 1741 "VERB. LOHNSTEUER"
002800*
002900*  EVERY PARSED FIELD IS DISPLAYED BEFORE THE FILE IS WRITTEN.
003000*  ADD FAILS IF THE KEY IS ALREADY ON FILE; UPD FAILS IF IT IS
003100*  NOT.  ADD INSERTS THE NEW KEY IN ASCENDING SEQUENCE.  A
003200*  TABLE STILL MISSING ONE OF THE KEYS IS WRITTEN BUT ENDS WITH
003300*  RETURN CODE 04 - GLPOST WILL NOT POST AGAINST IT.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GLM-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  GLMAP-FILE.
004400 COPY GLMREC.
004500 WORKING-STORAGE SECTION.
004600*****************************************************************
004700*  COMMAND-LINE ARGUMENTS
004800*****************************************************************
004900 01  CLI-ACTION-ARG               PIC X(03) VALUE SPACES.
005000     88  CLI-ACTION-IS-ADD            VALUE 'ADD'.
005100     88  CLI-ACTION-IS-UPD            VALUE 'UPD'.
005200 01  CLI-ACCT-KEY-ARG             PIC X(06) VALUE SPACES.
005300 01  CLI-ACCOUNT-ARG              PIC X(10) VALUE SPACES.
005400 01  CLI-DESCRIPTION-ARG          PIC X(30) VALUE SPACES.
005500*****************************************************************
005600*  MAPPING TABLE - ENTIRE GLMAP FILE HELD IN STORAGE WHILE THE
005700*  ADD/UPDATE IS APPLIED, THEN WRITTEN BACK IN FULL.
005800*****************************************************************
005900 01  WS-SWITCHES.
006000     05  WS-GLM-FILE-STATUS       PIC X(02) VALUE '00'.
006100         88  WS-GLM-FILE-NOT-FOUND    VALUE '05' '35'.
006200         88  WS-GLM-EOF               VALUE '10'.
006300     05  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
006400         88  WS-TABLE-FULL            VALUE 'Y'.
006500     05  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
006600         88  WS-MATCH-FOUND           VALUE 'Y'.
006700 01  WS-GLM-COUNT                 PIC 9(4) COMP VALUE ZERO.
006800 01  WS-GLM-IDX                   PIC 9(4) COMP VALUE ZERO.
006900 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
007000 01  WS-KEYS-MAPPED               PIC 9(4) COMP VALUE ZERO.
007100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
007200
007300 01  WS-GLM-TABLE.
007400     05  WS-GLM-ENTRY OCCURS 20 TIMES.
007500         10  WS-GLM-ACCT-KEY      PIC X(06).
007600         10  WS-GLM-ACCOUNT       PIC X(10).
007700         10  WS-GLM-DESCRIPTION   PIC X(30).
007800
007900 01  WS-SWAP-ENTRY.
008000     05  WS-SWAP-ACCT-KEY         PIC X(06).
008100     05  WS-SWAP-ACCOUNT          PIC X(10).
008200     05  WS-SWAP-DESCRIPTION      PIC X(30).
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008600     PERFORM 1500-VALIDATE-ARGS THRU 1500-EXIT
008700     IF WS-RETURN-CODE = ZERO
008800         PERFORM 2000-LOAD-GLM-TABLE THRU 2000-EXIT
008900         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
009000     END-IF
009100     IF WS-RETURN-CODE = ZERO
009200         PERFORM 4000-REWRITE-GLM-TABLE THRU 4000-EXIT
009300     END-IF
009400     STOP RUN RETURNING WS-RETURN-CODE.
009500
009600*****************************************************************
009700*  1000-INITIALIZE - READ THE ACTION AND THE MAPPING TO ADD OR
009800*  APPLY.
009900*****************************************************************
010000 1000-INITIALIZE.
010100     ACCEPT CLI-ACTION-ARG FROM ARGUMENT-VALUE
010200     ACCEPT CLI-ACCT-KEY-ARG FROM ARGUMENT-VALUE
010300     ACCEPT CLI-ACCOUNT-ARG FROM ARGUMENT-VALUE
010400     ACCEPT CLI-DESCRIPTION-ARG FROM ARGUMENT-VALUE.
010500 1000-EXIT.
010600     EXIT.
010700
010800*****************************************************************
010900*  1500-VALIDATE-ARGS - REJECT AN UNRECOGNISED ACTION, A KEY
011000*  GLPOST DOES NOT POST TO OR A BLANK ACCOUNT BEFORE THE FILE
011100*  IS TOUCHED.
011200*****************************************************************
011300 1500-VALIDATE-ARGS.
011400     IF NOT CLI-ACTION-IS-ADD AND NOT CLI-ACTION-IS-UPD
011500         DISPLAY 'GLMAINT: ACTION-ARG MUST BE ADD OR UPD'
011600         MOVE 92 TO WS-RETURN-CODE
011700         GO TO 1500-EXIT
011800     END-IF
011900     MOVE CLI-ACCT-KEY-ARG TO GLM-ACCT-KEY
012000     IF NOT GLM-KEY-VALID
012100         DISPLAY 'GLMAINT: ACCT-KEY-ARG MUST BE ONE OF LSTLIA '
012200             'SOLLIA KI8LIA KI9LIA REFCLR ARRCLR WAGCLR'
012300         MOVE 92 TO WS-RETURN-CODE
012400         GO TO 1500-EXIT
012500     END-IF
012600     IF CLI-ACCOUNT-ARG = SPACES
012700         DISPLAY 'GLMAINT: ACCOUNT-ARG MUST NOT BE BLANK'
012800         MOVE 92 TO WS-RETURN-CODE
012900     END-IF.
013000 1500-EXIT.
013100     EXIT.
013200
013300*****************************************************************
013400*  2000-LOAD-GLM-TABLE - READ THE CURRENT GLMAP TABLE (IF ANY)
013500*  INTO STORAGE SO THE ADD/UPDATE CAN BE APPLIED TO IT.
013600*****************************************************************
013700 2000-LOAD-GLM-TABLE.
013800     MOVE ZERO TO WS-GLM-COUNT
013900     OPEN INPUT GLMAP-FILE
014000     IF WS-GLM-FILE-NOT-FOUND
014100         DISPLAY 'GLMAINT: NO ACCOUNT-MAPPING TABLE ON FILE YET '
014200             '- STARTING A NEW ONE'
014300     ELSE
014400         PERFORM 2100-READ-GLM-RECORD THRU 2100-EXIT
014500             UNTIL WS-GLM-EOF OR WS-TABLE-FULL
014600         CLOSE GLMAP-FILE
014700     END-IF.
014800 2000-EXIT.
014900     EXIT.
015000
015100 2100-READ-GLM-RECORD.
015200     READ GLMAP-FILE
015300         AT END
015400             GO TO 2100-EXIT
015500     END-READ
015600     IF WS-GLM-COUNT = 20
015700         DISPLAY 'GLMAINT: MAPPING TABLE FULL AT 20 ROWS - '
015800             'REMAINING ROWS ON GLMAP IGNORED'
015900         MOVE 'Y' TO WS-TABLE-FULL-SW
016000         GO TO 2100-EXIT
016100     END-IF
016200     ADD 1 TO WS-GLM-COUNT
016300     MOVE GLM-ACCT-KEY TO WS-GLM-ACCT-KEY (WS-GLM-COUNT)
016400     MOVE GLM-ACCOUNT TO WS-GLM-ACCOUNT (WS-GLM-COUNT)
016500     MOVE GLM-DESCRIPTION TO WS-GLM-DESCRIPTION (WS-GLM-COUNT).
016600 2100-EXIT.
016700     EXIT.
016800
016900*****************************************************************
017000*  3000-APPLY-MAINTENANCE - ADD A NEW MAPPING OR UPDATE AN
017100*  EXISTING ONE IN THE IN-STORAGE TABLE.
017200*****************************************************************
017300 3000-APPLY-MAINTENANCE.
017400     PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
017500     EVALUATE TRUE
017600         WHEN CLI-ACTION-IS-ADD
017700             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
017800         WHEN CLI-ACTION-IS-UPD
017900             PERFORM 3200-UPDATE-ENTRY THRU 3200-EXIT
018000     END-EVALUATE.
018100 3000-EXIT.
018200     EXIT.
018300
018400*****************************************************************
018500*  3050-FIND-ENTRY - LOCATE THE KEY NAMED ON THE COMMAND LINE
018600*  IN THE IN-STORAGE TABLE, IF IT IS THERE.
018700*****************************************************************
018800 3050-FIND-ENTRY.
018900     MOVE 'N' TO WS-MATCH-FOUND-SW
019000     MOVE ZERO TO WS-FOUND-IDX
019100     PERFORM 3060-TEST-ENTRY THRU 3060-EXIT
019200         VARYING WS-GLM-IDX FROM 1 BY 1
019300         UNTIL WS-GLM-IDX > WS-GLM-COUNT
019400                OR WS-MATCH-FOUND.
019500 3050-EXIT.
019600     EXIT.
019700
019800 3060-TEST-ENTRY.
019900     IF WS-GLM-ACCT-KEY (WS-GLM-IDX) = CLI-ACCT-KEY-ARG
020000         MOVE 'Y' TO WS-MATCH-FOUND-SW
020100         MOVE WS-GLM-IDX TO WS-FOUND-IDX
020200     END-IF.
020300 3060-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*  3100-ADD-ENTRY - APPEND THE NEW MAPPING AND SIFT IT UP INTO
020800*  ASCENDING KEY SEQUENCE.
020900*****************************************************************
021000 3100-ADD-ENTRY.
021100     EVALUATE TRUE
021200         WHEN WS-MATCH-FOUND
021300             DISPLAY 'GLMAINT: POSTING KEY ALREADY MAPPED - USE '
021400                 'UPD TO CHANGE IT'
021500             MOVE 93 TO WS-RETURN-CODE
021600         WHEN WS-GLM-COUNT = 20
021700             DISPLAY 'GLMAINT: MAPPING TABLE FULL AT 20 ROWS - '
021800                 'ADD REJECTED'
021900             MOVE 96 TO WS-RETURN-CODE
022000         WHEN OTHER
022100             ADD 1 TO WS-GLM-COUNT
022200             MOVE WS-GLM-COUNT TO WS-FOUND-IDX
022300             MOVE CLI-ACCT-KEY-ARG
022400                 TO WS-GLM-ACCT-KEY (WS-FOUND-IDX)
022500             PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
022600             PERFORM 3300-SORT-NEW-ENTRY THRU 3300-EXIT
022700             PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
022800             DISPLAY 'GLMAINT: POSTING KEY MAPPED - '
022900                 CLI-ACCT-KEY-ARG
023000             PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
023100     END-EVALUATE.
023200 3100-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*  3150-MOVE-ARGS-TO-ENTRY - CARRY THE FIELD ARGUMENTS INTO
023700*  THE TABLE ROW AT WS-FOUND-IDX (SHARED BY ADD AND UPD).
023800*****************************************************************
023900 3150-MOVE-ARGS-TO-ENTRY.
024000     MOVE CLI-ACCOUNT-ARG TO WS-GLM-ACCOUNT (WS-FOUND-IDX)
024100     MOVE CLI-DESCRIPTION-ARG
024200         TO WS-GLM-DESCRIPTION (WS-FOUND-IDX).
024300 3150-EXIT.
024400     EXIT.
024500
024600*****************************************************************
024700*  3200-UPDATE-ENTRY - REPLACE THE ACCOUNT OF AN EXISTING
024800*  MAPPING.  THE KEY DOES NOT MOVE, SO NO RE-SORT IS NEEDED.
024900*****************************************************************
025000 3200-UPDATE-ENTRY.
025100     IF NOT WS-MATCH-FOUND
025200         DISPLAY 'GLMAINT: POSTING KEY NOT MAPPED YET - USE ADD '
025300             'FOR A NEW ONE'
025400         MOVE 94 TO WS-RETURN-CODE
025500     ELSE
025600         PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
025700         DISPLAY 'GLMAINT: MAPPING UPDATED - ' CLI-ACCT-KEY-ARG
025800         PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
025900     END-IF.
026000 3200-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400*  3300-SORT-NEW-ENTRY - SIFT THE JUST-APPENDED ROW UP THROUGH
026500*  THE TABLE UNTIL ITS KEY IS BACK IN ASCENDING ORDER.
026600*****************************************************************
026700 3300-SORT-NEW-ENTRY.
026800     MOVE WS-GLM-COUNT TO WS-GLM-IDX
026900     PERFORM 3310-SIFT-ENTRY THRU 3310-EXIT
027000         UNTIL WS-GLM-IDX <= 1.
027100 3300-EXIT.
027200     EXIT.
027300
027400 3310-SIFT-ENTRY.
027500     IF WS-GLM-ACCT-KEY (WS-GLM-IDX) <
027600         WS-GLM-ACCT-KEY (WS-GLM-IDX - 1)
027700         PERFORM 3320-SWAP-ENTRIES THRU 3320-EXIT
027800         SUBTRACT 1 FROM WS-GLM-IDX
027900     ELSE
028000         MOVE 1 TO WS-GLM-IDX
028100     END-IF.
028200 3310-EXIT.
028300     EXIT.
028400
028500 3320-SWAP-ENTRIES.
028600     MOVE WS-GLM-ENTRY (WS-GLM-IDX) TO WS-SWAP-ENTRY
028700     MOVE WS-GLM-ENTRY (WS-GLM-IDX - 1)
028800         TO WS-GLM-ENTRY (WS-GLM-IDX)
028900     MOVE WS-SWAP-ENTRY TO WS-GLM-ENTRY (WS-GLM-IDX - 1).
029000 3320-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400*  3400-DISPLAY-ENTRY-VALUES - ECHO BACK THE PARSED FIELDS OF
029500*  THE ROW AT WS-FOUND-IDX SO A MISKEYED ACCOUNT SHOWS UP HERE
029600*  AND NOT AS A MISPOSTED JOURNAL.
029700*****************************************************************
029800 3400-DISPLAY-ENTRY-VALUES.
029900     DISPLAY '    ACCOUNT...... ' WS-GLM-ACCOUNT (WS-FOUND-IDX)
030000     DISPLAY '    DESCRIPTION.. '
030100         WS-GLM-DESCRIPTION (WS-FOUND-IDX).
030200 3400-EXIT.
030300     EXIT.
030400
030500*****************************************************************
030600*  4000-REWRITE-GLM-TABLE - WRITE THE WHOLE IN-STORAGE TABLE
030700*  BACK OUT AS THE NEW GLMAP TABLE, COUNTING THE POSTING KEYS
030800*  MAPPED ON THE WAY.  ONE MISSING IS A WARNING - GLPOST NEEDS
030900*  THEM ALL.
031000*****************************************************************
031100 4000-REWRITE-GLM-TABLE.
031200     MOVE ZERO TO WS-KEYS-MAPPED
031300     OPEN OUTPUT GLMAP-FILE
031400     PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
031500         VARYING WS-GLM-IDX FROM 1 BY 1
031600         UNTIL WS-GLM-IDX > WS-GLM-COUNT
031700     CLOSE GLMAP-FILE
031800     DISPLAY 'GLMAINT: MAPPING TABLE REWRITTEN - '
031900         WS-GLM-COUNT ' POSTING KEY(S) ON FILE'
032000     IF WS-KEYS-MAPPED < 7
032100         DISPLAY 'GLMAINT: WARNING - NOT EVERY POSTING KEY IS '
032200             'MAPPED YET, GLPOST WILL NOT POST'
032300         MOVE 04 TO WS-RETURN-CODE
032400     END-IF.
032500 4000-EXIT.
032600     EXIT.
032700
032800 4100-WRITE-ENTRY.
032900     MOVE SPACES TO GLM-RECORD
033000     MOVE WS-GLM-ACCT-KEY (WS-GLM-IDX) TO GLM-ACCT-KEY
033100     MOVE WS-GLM-ACCOUNT (WS-GLM-IDX) TO GLM-ACCOUNT
033200     MOVE WS-GLM-DESCRIPTION (WS-GLM-IDX) TO GLM-DESCRIPTION
033300     IF GLM-KEY-VALID
033400         ADD 1 TO WS-KEYS-MAPPED
033500     END-IF
033600     WRITE GLM-RECORD.
033700 4100-EXIT.
033800     EXIT.
