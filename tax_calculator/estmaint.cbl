000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ESTMAINT.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  MAINTAINS THE ESTMAST
001100*                  ESTABLISHMENT MASTER (ONE ROW PER
001200*                  LOHNSTEUERLICHE BETRIEBSSTAETTE - SEE
001300*                  ESTREC.CPY) SO A NEW BRANCH, A MOVE TO
001400*                  ANOTHER TAX OFFICE OR A RE-ISSUED
001500*                  STEUERNUMMER IS A DATA UPDATE AGAINST THIS
001600*                  PROGRAM.  STYLED ON SVMAINT.
001700*
001800*  ARGUMENT-VALUE SEQUENCE:
001900*      1  ACTION-ARG           'ADD' OR 'UPD'
002000*      2  ESTAB-ARG            PIC X(02) - ESTABLISHMENT CODE,
002100*                              AS KEYED ON EMPMAST
002200*      3  NAME-ARG             PIC X(30) - QUOTE IT IF IT HAS
002300*                              SPACES
002400*      4  TAX-OFFICE-ARG       PIC 9(04) - FINANZAMTSNUMMER
002500*      5  STEUERNUMMER-ARG     PIC X(13) - AS ISSUED BY THAT
002600*                              TAX OFFICE
002700*      6  HEAD-OFFICE-ARG      'Y' OR 'N' (BLANK = 'N')
002800*
002900*  FOR EXAMPLE:
003000*
003100*      ESTMAINT ADD 01 "HAUPTVERWALTUNG MUENCHEN" 9143
003200*          1434567890123 Y
003300*
003400*  EVERY PARSED FIELD IS DISPLAYED BEFORE THE FILE IS WRITTEN.
003500*  ADD FAILS IF THE CODE IS ALREADY ON FILE; UPD FAILS IF IT IS
003600*  NOT.  ADD INSERTS THE NEW CODE IN ASCENDING SEQUENCE.
003700*  EXACTLY ONE ESTABLISHMENT IS THE HEAD OFFICE, WHICH TAKES
003800*  EVERY EMPLOYEE AND TAXRPT ROW WITH A BLANK CODE: MARKING ONE
003900*  ROW 'Y' TAKES THE MARK OFF THE ROW THAT HAD IT (ANNOUNCED),
004000*  AND A TABLE LEFT WITH NO HEAD OFFICE IS WRITTEN BUT ENDS
004100*  WITH RETURN CODE 04 - TAXBATCH WILL NOT RUN AGAINST IT.
004200*  THE BLANK CODE ITSELF IS RESERVED FOR THE COMPANY TOTAL ROW
004300*  ON TAXPER AND IS REJECTED HERE.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ESTMAST-FILE ASSIGN TO "ESTMAST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-EST-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ESTMAST-FILE.
005400 COPY ESTREC.
005500 WORKING-STORAGE SECTION.
005600*****************************************************************
005700*  COMMAND-LINE ARGUMENTS
005800*****************************************************************
005900 01  CLI-ACTION-ARG               PIC X(03) VALUE SPACES.
006000     88  CLI-ACTION-IS-ADD            VALUE 'ADD'.
006100     88  CLI-ACTION-IS-UPD            VALUE 'UPD'.
006200 01  CLI-ESTAB-ARG                PIC X(02) VALUE SPACES.
006300 01  CLI-NAME-ARG                 PIC X(30) VALUE SPACES.
006400 01  CLI-TAX-OFFICE-ARG           PIC 9(04) VALUE ZERO.
006500 01  CLI-STEUERNUMMER-ARG         PIC X(13) VALUE SPACES.
006600 01  CLI-HEAD-OFFICE-ARG          PIC X(01) VALUE SPACE.
006700*****************************************************************
006800*  ESTABLISHMENT TABLE - ENTIRE ESTMAST FILE HELD IN STORAGE
006900*  WHILE THE ADD/UPDATE IS APPLIED, THEN WRITTEN BACK IN FULL.
007000*****************************************************************
007100 01  WS-SWITCHES.
007200     05  WS-EST-FILE-STATUS       PIC X(02) VALUE '00'.
007300         88  WS-EST-FILE-NOT-FOUND    VALUE '05' '35'.
007400         88  WS-EST-EOF               VALUE '10'.
007500     05  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
007600         88  WS-TABLE-FULL            VALUE 'Y'.
007700     05  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
007800         88  WS-MATCH-FOUND           VALUE 'Y'.
007900 01  WS-EST-COUNT                 PIC 9(4) COMP VALUE ZERO.
008000 01  WS-EST-IDX                   PIC 9(4) COMP VALUE ZERO.
008100 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
008200 01  WS-HEAD-COUNT                PIC 9(4) COMP VALUE ZERO.
008300 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
008400
008500 01  WS-EST-TABLE.
008600     05  WS-EST-ENTRY OCCURS 99 TIMES.
008700         10  WS-EST-CODE          PIC X(02).
008800         10  WS-EST-NAME          PIC X(30).
008900         10  WS-EST-TAX-OFFICE    PIC 9(04).
009000         10  WS-EST-STEUERNUMMER  PIC X(13).
009100         10  WS-EST-HEAD-OFFICE   PIC X(01).
009200
009300 01  WS-SWAP-ENTRY.
009400     05  WS-SWAP-CODE             PIC X(02).
009500     05  WS-SWAP-NAME             PIC X(30).
009600     05  WS-SWAP-TAX-OFFICE       PIC 9(04).
009700     05  WS-SWAP-STEUERNUMMER     PIC X(13).
009800     05  WS-SWAP-HEAD-OFFICE      PIC X(01).
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010200     PERFORM 1500-VALIDATE-ARGS THRU 1500-EXIT
010300     IF WS-RETURN-CODE = ZERO
010400         PERFORM 2000-LOAD-EST-TABLE THRU 2000-EXIT
010500         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
010600     END-IF
010700     IF WS-RETURN-CODE = ZERO
010800         PERFORM 4000-REWRITE-EST-TABLE THRU 4000-EXIT
010900     END-IF
011000     STOP RUN RETURNING WS-RETURN-CODE.
011100
011200*****************************************************************
011300*  1000-INITIALIZE - READ THE ACTION AND THE ESTABLISHMENT
011400*  FIELDS TO ADD OR APPLY.
011500*****************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT CLI-ACTION-ARG FROM ARGUMENT-VALUE
011800     ACCEPT CLI-ESTAB-ARG FROM ARGUMENT-VALUE
011900     ACCEPT CLI-NAME-ARG FROM ARGUMENT-VALUE
012000     ACCEPT CLI-TAX-OFFICE-ARG FROM ARGUMENT-VALUE
012100     ACCEPT CLI-STEUERNUMMER-ARG FROM ARGUMENT-VALUE
012200     ACCEPT CLI-HEAD-OFFICE-ARG FROM ARGUMENT-VALUE
012300     IF CLI-HEAD-OFFICE-ARG = SPACE
012400         MOVE 'N' TO CLI-HEAD-OFFICE-ARG
012500     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800
012900*****************************************************************
013000*  1500-VALIDATE-ARGS - REJECT AN UNRECOGNISED ACTION OR A
013100*  FIELD THAT CANNOT BE RIGHT BEFORE THE FILE IS TOUCHED.
013200*****************************************************************
013300 1500-VALIDATE-ARGS.
013400     IF NOT CLI-ACTION-IS-ADD AND NOT CLI-ACTION-IS-UPD
013500         DISPLAY 'ESTMAINT: ACTION-ARG MUST BE ADD OR UPD'
013600         MOVE 92 TO WS-RETURN-CODE
013700         GO TO 1500-EXIT
013800     END-IF
013900     IF CLI-ESTAB-ARG = SPACES
014000         DISPLAY 'ESTMAINT: ESTAB-ARG MUST NOT BE BLANK - THE '
014100             'BLANK CODE IS THE COMPANY TOTAL ON TAXPER'
014200         MOVE 92 TO WS-RETURN-CODE
014300         GO TO 1500-EXIT
014400     END-IF
014500     IF CLI-TAX-OFFICE-ARG = ZERO
014600         DISPLAY 'ESTMAINT: TAX-OFFICE-ARG MUST BE THE FOUR-'
014700             'DIGIT FINANZAMTSNUMMER, NOT ZERO'
014800         MOVE 92 TO WS-RETURN-CODE
014900         GO TO 1500-EXIT
015000     END-IF
015100     IF CLI-STEUERNUMMER-ARG = SPACES
015200         DISPLAY 'ESTMAINT: STEUERNUMMER-ARG MUST NOT BE BLANK'
015300         MOVE 92 TO WS-RETURN-CODE
015400         GO TO 1500-EXIT
015500     END-IF
015600     IF CLI-HEAD-OFFICE-ARG NOT = 'Y'
015700         AND CLI-HEAD-OFFICE-ARG NOT = 'N'
015800         DISPLAY 'ESTMAINT: HEAD-OFFICE-ARG MUST BE Y OR N'
015900         MOVE 92 TO WS-RETURN-CODE
016000     END-IF.
016100 1500-EXIT.
016200     EXIT.
016300
016400*****************************************************************
016500*  2000-LOAD-EST-TABLE - READ THE CURRENT ESTMAST MASTER (IF
016600*  ANY) INTO STORAGE SO THE ADD/UPDATE CAN BE APPLIED TO IT.
016700*****************************************************************
016800 2000-LOAD-EST-TABLE.
016900     MOVE ZERO TO WS-EST-COUNT
017000     OPEN INPUT ESTMAST-FILE
017100     IF WS-EST-FILE-NOT-FOUND
017200         DISPLAY 'ESTMAINT: NO ESTABLISHMENT TABLE ON FILE YET '
017300             '- STARTING A NEW ONE'
017400     ELSE
017500         PERFORM 2100-READ-EST-RECORD THRU 2100-EXIT
017600             UNTIL WS-EST-EOF OR WS-TABLE-FULL
017700         CLOSE ESTMAST-FILE
017800     END-IF.
017900 2000-EXIT.
018000     EXIT.
018100
018200 2100-READ-EST-RECORD.
018300     READ ESTMAST-FILE
018400         AT END
018500             GO TO 2100-EXIT
018600     END-READ
018700     IF WS-EST-COUNT = 99
018800         DISPLAY 'ESTMAINT: ESTABLISHMENT TABLE FULL AT 99 '
018900             'ROWS - REMAINING ROWS ON ESTMAST IGNORED'
019000         MOVE 'Y' TO WS-TABLE-FULL-SW
019100         GO TO 2100-EXIT
019200     END-IF
019300     ADD 1 TO WS-EST-COUNT
019400     MOVE EST-CODE TO WS-EST-CODE (WS-EST-COUNT)
019500     MOVE EST-NAME TO WS-EST-NAME (WS-EST-COUNT)
019600     MOVE EST-TAX-OFFICE TO WS-EST-TAX-OFFICE (WS-EST-COUNT)
019700     MOVE EST-STEUERNUMMER TO WS-EST-STEUERNUMMER (WS-EST-COUNT)
019800     MOVE EST-HEAD-OFFICE TO WS-EST-HEAD-OFFICE (WS-EST-COUNT).
019900 2100-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*  3000-APPLY-MAINTENANCE - ADD A NEW ESTABLISHMENT OR UPDATE
020400*  AN EXISTING ONE IN THE IN-STORAGE TABLE.
020500*****************************************************************
020600 3000-APPLY-MAINTENANCE.
020700     PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
020800     EVALUATE TRUE
020900         WHEN CLI-ACTION-IS-ADD
021000             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
021100         WHEN CLI-ACTION-IS-UPD
021200             PERFORM 3200-UPDATE-ENTRY THRU 3200-EXIT
021300     END-EVALUATE.
021400 3000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  3050-FIND-ENTRY - LOCATE THE CODE NAMED ON THE COMMAND LINE
021900*  IN THE IN-STORAGE TABLE, IF IT IS THERE.
022000*****************************************************************
022100 3050-FIND-ENTRY.
022200     MOVE 'N' TO WS-MATCH-FOUND-SW
022300     MOVE ZERO TO WS-FOUND-IDX
022400     PERFORM 3060-TEST-ENTRY THRU 3060-EXIT
022500         VARYING WS-EST-IDX FROM 1 BY 1
022600         UNTIL WS-EST-IDX > WS-EST-COUNT
022700                OR WS-MATCH-FOUND.
022800 3050-EXIT.
022900     EXIT.
023000
023100 3060-TEST-ENTRY.
023200     IF WS-EST-CODE (WS-EST-IDX) = CLI-ESTAB-ARG
023300         MOVE 'Y' TO WS-MATCH-FOUND-SW
023400         MOVE WS-EST-IDX TO WS-FOUND-IDX
023500     END-IF.
023600 3060-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000*  3100-ADD-ENTRY - APPEND THE NEW ESTABLISHMENT AND SIFT IT UP
024100*  INTO ASCENDING CODE SEQUENCE.
024200*****************************************************************
024300 3100-ADD-ENTRY.
024400     EVALUATE TRUE
024500         WHEN WS-MATCH-FOUND
024600             DISPLAY 'ESTMAINT: ESTABLISHMENT ALREADY ON FILE - '
024700                 'USE UPD TO CHANGE IT'
024800             MOVE 93 TO WS-RETURN-CODE
024900         WHEN WS-EST-COUNT = 99
025000             DISPLAY 'ESTMAINT: ESTABLISHMENT TABLE FULL AT '
025100                 '99 ROWS - ADD REJECTED'
025200             MOVE 96 TO WS-RETURN-CODE
025300         WHEN OTHER
025400             ADD 1 TO WS-EST-COUNT
025500             MOVE WS-EST-COUNT TO WS-FOUND-IDX
025600             MOVE CLI-ESTAB-ARG TO WS-EST-CODE (WS-FOUND-IDX)
025700             PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
025800             PERFORM 3300-SORT-NEW-ENTRY THRU 3300-EXIT
025900             PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
026000             DISPLAY 'ESTMAINT: ESTABLISHMENT ADDED - '
026100                 CLI-ESTAB-ARG
026200             PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
026300     END-EVALUATE.
026400 3100-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800*  3150-MOVE-ARGS-TO-ENTRY - CARRY THE FIELD ARGUMENTS INTO
026900*  THE TABLE ROW AT WS-FOUND-IDX (SHARED BY ADD AND UPD).  A
027000*  NEW HEAD OFFICE TAKES THE MARK OFF EVERY OTHER ROW FIRST.
027100*****************************************************************
027200 3150-MOVE-ARGS-TO-ENTRY.
027300     IF CLI-HEAD-OFFICE-ARG = 'Y'
027400         PERFORM 3160-CLEAR-HEAD-OFFICE THRU 3160-EXIT
027500             VARYING WS-EST-IDX FROM 1 BY 1
027600             UNTIL WS-EST-IDX > WS-EST-COUNT
027700     END-IF
027800     MOVE CLI-NAME-ARG TO WS-EST-NAME (WS-FOUND-IDX)
027900     MOVE CLI-TAX-OFFICE-ARG TO WS-EST-TAX-OFFICE (WS-FOUND-IDX)
028000     MOVE CLI-STEUERNUMMER-ARG
028100         TO WS-EST-STEUERNUMMER (WS-FOUND-IDX)
028200     MOVE CLI-HEAD-OFFICE-ARG
028300         TO WS-EST-HEAD-OFFICE (WS-FOUND-IDX).
028400 3150-EXIT.
028500     EXIT.
028600
028700 3160-CLEAR-HEAD-OFFICE.
028800     IF WS-EST-IDX NOT = WS-FOUND-IDX
028900         AND WS-EST-HEAD-OFFICE (WS-EST-IDX) = 'Y'
029000         MOVE 'N' TO WS-EST-HEAD-OFFICE (WS-EST-IDX)
029100         DISPLAY 'ESTMAINT: ESTABLISHMENT '
029200             WS-EST-CODE (WS-EST-IDX)
029300             ' IS NO LONGER THE HEAD OFFICE'
029400     END-IF.
029500 3160-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*  3200-UPDATE-ENTRY - REPLACE THE FIELDS OF AN EXISTING
030000*  ESTABLISHMENT.  THE CODE DOES NOT MOVE, SO NO RE-SORT IS
030100*  NEEDED.
030200*****************************************************************
030300 3200-UPDATE-ENTRY.
030400     IF NOT WS-MATCH-FOUND
030500         DISPLAY 'ESTMAINT: ESTABLISHMENT NOT ON FILE - USE ADD '
030600             'FOR A NEW ONE'
030700         MOVE 94 TO WS-RETURN-CODE
030800     ELSE
030900         PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
031000         DISPLAY 'ESTMAINT: ESTABLISHMENT UPDATED - '
031100             CLI-ESTAB-ARG
031200         PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
031300     END-IF.
031400 3200-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*  3300-SORT-NEW-ENTRY - SIFT THE JUST-APPENDED ROW UP THROUGH
031900*  THE TABLE UNTIL ITS CODE IS BACK IN ASCENDING ORDER.
032000*****************************************************************
032100 3300-SORT-NEW-ENTRY.
032200     MOVE WS-EST-COUNT TO WS-EST-IDX
032300     PERFORM 3310-SIFT-ENTRY THRU 3310-EXIT
032400         UNTIL WS-EST-IDX <= 1.
032500 3300-EXIT.
032600     EXIT.
032700
032800 3310-SIFT-ENTRY.
032900     IF WS-EST-CODE (WS-EST-IDX) <
033000         WS-EST-CODE (WS-EST-IDX - 1)
033100         PERFORM 3320-SWAP-ENTRIES THRU 3320-EXIT
033200         SUBTRACT 1 FROM WS-EST-IDX
033300     ELSE
033400         MOVE 1 TO WS-EST-IDX
033500     END-IF.
033600 3310-EXIT.
033700     EXIT.
033800
033900 3320-SWAP-ENTRIES.
034000     MOVE WS-EST-ENTRY (WS-EST-IDX) TO WS-SWAP-ENTRY
034100     MOVE WS-EST-ENTRY (WS-EST-IDX - 1)
034200         TO WS-EST-ENTRY (WS-EST-IDX)
034300     MOVE WS-SWAP-ENTRY TO WS-EST-ENTRY (WS-EST-IDX - 1).
034400 3320-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  3400-DISPLAY-ENTRY-VALUES - ECHO BACK THE PARSED FIELDS OF
034900*  THE ROW AT WS-FOUND-IDX SO A MISKEYED TAX OFFICE SHOWS UP
035000*  HERE AND NOT AS A DECLARATION FILED WITH THE WRONG OFFICE.
035100*****************************************************************
035200 3400-DISPLAY-ENTRY-VALUES.
035300     DISPLAY '    NAME......... ' WS-EST-NAME (WS-FOUND-IDX)
035400     DISPLAY '    TAX OFFICE... '
035500         WS-EST-TAX-OFFICE (WS-FOUND-IDX)
035600     DISPLAY '    STEUERNUMMER. '
035700         WS-EST-STEUERNUMMER (WS-FOUND-IDX)
035800     DISPLAY '    HEAD OFFICE.. '
035900         WS-EST-HEAD-OFFICE (WS-FOUND-IDX).
036000 3400-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  4000-REWRITE-EST-TABLE - WRITE THE WHOLE IN-STORAGE TABLE
036500*  BACK OUT AS THE NEW ESTMAST MASTER, COUNTING HEAD OFFICES ON
036600*  THE WAY.  NONE LEFT IS A WARNING - TAXBATCH NEEDS ONE.
036700*****************************************************************
036800 4000-REWRITE-EST-TABLE.
036900     MOVE ZERO TO WS-HEAD-COUNT
037000     OPEN OUTPUT ESTMAST-FILE
037100     PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
037200         VARYING WS-EST-IDX FROM 1 BY 1
037300         UNTIL WS-EST-IDX > WS-EST-COUNT
037400     CLOSE ESTMAST-FILE
037500     DISPLAY 'ESTMAINT: ESTABLISHMENT TABLE REWRITTEN - '
037600         WS-EST-COUNT ' ESTABLISHMENT(S) ON FILE'
037700     IF WS-HEAD-COUNT = ZERO
037800         DISPLAY 'ESTMAINT: WARNING - NO ESTABLISHMENT IS MARKED '
037900             'AS THE HEAD OFFICE'
038000         MOVE 04 TO WS-RETURN-CODE
038100     END-IF.
038200 4000-EXIT.
038300     EXIT.
038400
038500 4100-WRITE-ENTRY.
038600     MOVE SPACES TO EST-RECORD
038700     MOVE WS-EST-CODE (WS-EST-IDX) TO EST-CODE
038800     MOVE WS-EST-NAME (WS-EST-IDX) TO EST-NAME
038900     MOVE WS-EST-TAX-OFFICE (WS-EST-IDX) TO EST-TAX-OFFICE
039000     MOVE WS-EST-STEUERNUMMER (WS-EST-IDX) TO EST-STEUERNUMMER
039100     MOVE WS-EST-HEAD-OFFICE (WS-EST-IDX) TO EST-HEAD-OFFICE
039200     IF EST-IS-HEAD-OFFICE
039300         ADD 1 TO WS-HEAD-COUNT
039400     END-IF
039500     WRITE EST-RECORD.
039600 4100-EXIT.
039700     EXIT.
