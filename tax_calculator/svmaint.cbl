000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SVMAINT.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-02  RD  INITIAL VERSION.  MAINTAINS THE SVTAB
001100*                  SOCIAL-INSURANCE PARAMETER MASTER (ONE ROW
001200*                  PER ASSESSMENT YEAR - SEE SVTAB.CPY) SO THE
001300*                  YEARLY CHANGE TO THE CONTRIBUTION RATES AND
001400*                  THE BEITRAGSBEMESSUNGSGRENZEN IS A DATA
001500*                  UPDATE AGAINST THIS PROGRAM, NOT A SOURCE
001600*                  CHANGE TO TAXCALC.  STYLED ON STATMAINT.
001610*  2026-10-15  RD  FOUR-EYES APPROVAL.  SVTAB IS NO LONGER
001620*                  UPDATED HERE.  THE ADD OR UPD IS EDITED AS
001630*                  BEFORE AND WRITTEN, WITH THE YEAR AS IT STANDS
001640*                  AND AS PROPOSED, TO THE PENDCHG FILE THROUGH
001650*                  PCHGIO (SEE PCHGREC.CPY), AS BRKTAB AND
001660*                  STATTAB CHANGES ARE.  CHGAPPR APPLIES IT WHEN
001670*                  A SECOND USER APPROVES IT.  A SECOND CHANGE TO
001680*                  A YEAR WITH ONE ALREADY PENDING IS REFUSED
001690*                  WITH RC 93.
001700*
001800*  ARGUMENT-VALUE SEQUENCE:
001900*      1  ACTION-ARG           'ADD' OR 'UPD'
002000*      2  YEAR-ARG             PIC 9(4)
002100*      3  PENSION-RATE-ARG     PIC 9(2)V999 - E.G. 18.600
002200*      4  HEALTH-RATE-ARG      PIC 9(2)V999 - GENERAL RATE,
002300*                              E.G. 14.600
002400*      5  HEALTH-VP-RATE-ARG   PIC 9(2)V999 - REDUCED RATE FOR
002500*                              THE VORSORGEPAUSCHALE, E.G. 14.000
002600*      6  ADDON-AVG-ARG        PIC 9(2)V999 - AVERAGE
002700*                              ZUSATZBEITRAG, E.G. 2.500
002800*      7  CARE-RATE-ARG        PIC 9(2)V999 - E.G. 3.600
002900*      8  CARE-CHILDLESS-ARG   PIC 9(2)V999 - E.G. 0.600
003000*      9  UNEMPL-RATE-ARG      PIC 9(2)V999 - E.G. 2.600
003100*     10  UNEMPL-IN-VP-ARG     'Y' OR 'N' (BLANK = 'N')
003200*     11  BBG-PENSION-ARG      PIC 9(9)V99 - ANNUAL CEILING,
003300*                              PENSION AND UNEMPLOYMENT
003400*     12  BBG-HEALTH-ARG       PIC 9(9)V99 - ANNUAL CEILING,
003500*                              HEALTH AND CARE
003600*     13  MIN-VP-RATE-ARG      PIC 9(2)V999 - E.G. 12.000
003700*     14  MIN-VP-CAP-ARG       PIC 9(9)V99 - E.G. 1900.00
003800*     15  MIN-VP-CAP-3-ARG     PIC 9(9)V99 - CLASS 3 CAP,
003900*                              E.G. 3000.00
004000*
004100*  ARGUMENTS 3-9 AND 11-15 ARE ACCEPTED AS NUMERIC-EDITED
004200*  VALUES - TYPE EVERY ONE OF THEM WITH AN EXPLICIT DECIMAL
004300*  POINT AT THE V POSITION (SEE THE SAME WARNING IN BRKMAINT)
004400*  OR THE VALUE STORED WILL BE SCALED WRONG WITH NO WARNING.
004500*  FOR EXAMPLE:
004600*
004700*      SVMAINT ADD 2025 18.600 14.600 14.000 2.500 3.600 0.600
004800*          2.600 N 96600.00 66150.00 12.000 1900.00 3000.00
004900*
005000*  EVERY PARSED FIELD IS DISPLAYED BEFORE THE FILE IS WRITTEN
005100*  SO A SCALE MISTAKE SHOWS UP IMMEDIATELY.  ADD FAILS IF THE
005200*  YEAR IS ALREADY ON FILE; UPD FAILS IF IT IS NOT.  ADD
005300*  INSERTS THE NEW YEAR IN ASCENDING SEQUENCE.
005400*****************************************************************
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT SVTAB-FILE ASSIGN TO "SVTAB"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SV-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SVTAB-FILE.
006400 COPY SVTAB.
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700*  COMMAND-LINE ARGUMENTS
006800*****************************************************************
006900 01  CLI-ACTION-ARG               PIC X(03) VALUE SPACES.
007000     88  CLI-ACTION-IS-ADD            VALUE 'ADD'.
007100     88  CLI-ACTION-IS-UPD            VALUE 'UPD'.
007200 01  CLI-YEAR-ARG                 PIC 9(4) VALUE ZERO.
007300 01  CLI-PENSION-RATE-ARG         PIC 9(2)V999 VALUE ZERO.
007400 01  CLI-HEALTH-RATE-ARG          PIC 9(2)V999 VALUE ZERO.
007500 01  CLI-HEALTH-VP-RATE-ARG       PIC 9(2)V999 VALUE ZERO.
007600 01  CLI-ADDON-AVG-ARG            PIC 9(2)V999 VALUE ZERO.
007700 01  CLI-CARE-RATE-ARG            PIC 9(2)V999 VALUE ZERO.
007800 01  CLI-CARE-CHILDLESS-ARG       PIC 9(2)V999 VALUE ZERO.
007900 01  CLI-UNEMPL-RATE-ARG          PIC 9(2)V999 VALUE ZERO.
008000 01  CLI-UNEMPL-IN-VP-ARG         PIC X(01) VALUE SPACE.
008100 01  CLI-BBG-PENSION-ARG          PIC 9(9)V99 VALUE ZERO.
008200 01  CLI-BBG-HEALTH-ARG           PIC 9(9)V99 VALUE ZERO.
008300 01  CLI-MIN-VP-RATE-ARG          PIC 9(2)V999 VALUE ZERO.
008400 01  CLI-MIN-VP-CAP-ARG           PIC 9(9)V99 VALUE ZERO.
008500 01  CLI-MIN-VP-CAP-3-ARG         PIC 9(9)V99 VALUE ZERO.
008600*****************************************************************
008700*  SOCIAL-INSURANCE TABLE - ENTIRE SVTAB FILE HELD IN STORAGE
008800*  WHILE THE ADD/UPDATE IS APPLIED, THEN WRITTEN BACK IN FULL.
008900*****************************************************************
009000 01  WS-SWITCHES.
009100     05  WS-SV-FILE-STATUS        PIC X(02) VALUE '00'.
009200         88  WS-SV-FILE-NOT-FOUND     VALUE '05' '35'.
009300         88  WS-SV-EOF                VALUE '10'.
009400     05  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
009500         88  WS-TABLE-FULL            VALUE 'Y'.
009600     05  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
009700         88  WS-MATCH-FOUND           VALUE 'Y'.
009800 01  WS-SV-COUNT                  PIC 9(4) COMP VALUE ZERO.
009900 01  WS-SV-IDX                    PIC 9(4) COMP VALUE ZERO.
010000 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
010100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
010200
010300 01  WS-SV-TABLE.
010400     05  WS-SV-ENTRY OCCURS 50 TIMES.
010500         10  WS-SV-YEAR           PIC 9(4).
010600         10  WS-SV-PENSION-RATE   PIC 9(2)V999.
010700         10  WS-SV-HEALTH-RATE    PIC 9(2)V999.
010800         10  WS-SV-HEALTH-VP-RATE PIC 9(2)V999.
010900         10  WS-SV-ADDON-AVG      PIC 9(2)V999.
011000         10  WS-SV-CARE-RATE      PIC 9(2)V999.
011100         10  WS-SV-CARE-CHILDLESS PIC 9(2)V999.
011200         10  WS-SV-UNEMPL-RATE    PIC 9(2)V999.
011300         10  WS-SV-UNEMPL-IN-VP   PIC X(01).
011400         10  WS-SV-BBG-PENSION    PIC 9(9)V99.
011500         10  WS-SV-BBG-HEALTH     PIC 9(9)V99.
011600         10  WS-SV-MIN-VP-RATE    PIC 9(2)V999.
011700         10  WS-SV-MIN-VP-CAP     PIC 9(9)V99.
011800         10  WS-SV-MIN-VP-CAP-3   PIC 9(9)V99.
011900
012000 01  WS-SWAP-ENTRY.
012100     05  WS-SWAP-YEAR             PIC 9(4).
012200     05  WS-SWAP-PENSION-RATE     PIC 9(2)V999.
012300     05  WS-SWAP-HEALTH-RATE      PIC 9(2)V999.
012400     05  WS-SWAP-HEALTH-VP-RATE   PIC 9(2)V999.
012500     05  WS-SWAP-ADDON-AVG        PIC 9(2)V999.
012600     05  WS-SWAP-CARE-RATE        PIC 9(2)V999.
012700     05  WS-SWAP-CARE-CHILDLESS   PIC 9(2)V999.
012800     05  WS-SWAP-UNEMPL-RATE      PIC 9(2)V999.
012900     05  WS-SWAP-UNEMPL-IN-VP     PIC X(01).
013000     05  WS-SWAP-BBG-PENSION      PIC 9(9)V99.
013100     05  WS-SWAP-BBG-HEALTH       PIC 9(9)V99.
013200     05  WS-SWAP-MIN-VP-RATE      PIC 9(2)V999.
013300     05  WS-SWAP-MIN-VP-CAP       PIC 9(9)V99.
013400     05  WS-SWAP-MIN-VP-CAP-3     PIC 9(9)V99.
013410*****************************************************************
013420*  PENDING-CHANGE RECORD AND PCHGIO PARAMETERS - SEE PCHGREC.CPY
013430*  AND PCHPARM.CPY.
013440*****************************************************************
013450 COPY PCHGREC.
013460 COPY PCHPARM.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800     PERFORM 1500-VALIDATE-ARGS THRU 1500-EXIT
013900     IF WS-RETURN-CODE = ZERO
014000         PERFORM 2000-LOAD-SV-TABLE THRU 2000-EXIT
014100         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
014200     END-IF
014300     IF WS-RETURN-CODE = ZERO
014400         PERFORM 4000-WRITE-PENDING-CHANGE THRU 4000-EXIT
014500     END-IF
014600     STOP RUN RETURNING WS-RETURN-CODE.
014700
014800*****************************************************************
014900*  1000-INITIALIZE - READ THE ACTION AND THE YEAR FIGURES TO
015000*  ADD OR APPLY.
015100*****************************************************************
015200 1000-INITIALIZE.
015300     ACCEPT CLI-ACTION-ARG FROM ARGUMENT-VALUE
015400     ACCEPT CLI-YEAR-ARG FROM ARGUMENT-VALUE
015500     ACCEPT CLI-PENSION-RATE-ARG FROM ARGUMENT-VALUE
015600     ACCEPT CLI-HEALTH-RATE-ARG FROM ARGUMENT-VALUE
015700     ACCEPT CLI-HEALTH-VP-RATE-ARG FROM ARGUMENT-VALUE
015800     ACCEPT CLI-ADDON-AVG-ARG FROM ARGUMENT-VALUE
015900     ACCEPT CLI-CARE-RATE-ARG FROM ARGUMENT-VALUE
016000     ACCEPT CLI-CARE-CHILDLESS-ARG FROM ARGUMENT-VALUE
016100     ACCEPT CLI-UNEMPL-RATE-ARG FROM ARGUMENT-VALUE
016200     ACCEPT CLI-UNEMPL-IN-VP-ARG FROM ARGUMENT-VALUE
016300     ACCEPT CLI-BBG-PENSION-ARG FROM ARGUMENT-VALUE
016400     ACCEPT CLI-BBG-HEALTH-ARG FROM ARGUMENT-VALUE
016500     ACCEPT CLI-MIN-VP-RATE-ARG FROM ARGUMENT-VALUE
016600     ACCEPT CLI-MIN-VP-CAP-ARG FROM ARGUMENT-VALUE
016700     ACCEPT CLI-MIN-VP-CAP-3-ARG FROM ARGUMENT-VALUE
016800     IF CLI-UNEMPL-IN-VP-ARG = SPACE
016900         MOVE 'N' TO CLI-UNEMPL-IN-VP-ARG
017000     END-IF.
017100 1000-EXIT.
017200     EXIT.
017300
017400*****************************************************************
017500*  1500-VALIDATE-ARGS - REJECT AN UNRECOGNISED ACTION OR A
017600*  FIGURE THAT CANNOT BE RIGHT BEFORE THE FILE IS TOUCHED.
017700*****************************************************************
017800 1500-VALIDATE-ARGS.
017900     IF NOT CLI-ACTION-IS-ADD AND NOT CLI-ACTION-IS-UPD
018000         DISPLAY 'SVMAINT: ACTION-ARG MUST BE ADD OR UPD'
018100         MOVE 92 TO WS-RETURN-CODE
018200         GO TO 1500-EXIT
018300     END-IF
018400     IF CLI-YEAR-ARG = ZERO
018500         DISPLAY 'SVMAINT: YEAR-ARG MUST BE A REAL '
018600             'ASSESSMENT YEAR, NOT ZERO'
018700         MOVE 92 TO WS-RETURN-CODE
018800         GO TO 1500-EXIT
018900     END-IF
019000     IF CLI-PENSION-RATE-ARG = ZERO
019100         OR CLI-HEALTH-RATE-ARG = ZERO
019200         OR CLI-CARE-RATE-ARG = ZERO
019300         OR CLI-UNEMPL-RATE-ARG = ZERO
019400         DISPLAY 'SVMAINT: PENSION, HEALTH, CARE AND '
019500             'UNEMPLOYMENT RATES MUST ALL BE NONZERO - TYPE '
019600             'THEM WITH THE DECIMAL POINT, E.G. 18.600'
019700         MOVE 92 TO WS-RETURN-CODE
019800         GO TO 1500-EXIT
019900     END-IF
020000     IF CLI-HEALTH-VP-RATE-ARG = ZERO
020100         OR CLI-HEALTH-VP-RATE-ARG > CLI-HEALTH-RATE-ARG
020200         DISPLAY 'SVMAINT: HEALTH-VP-RATE-ARG MUST BE NONZERO '
020300             'AND NOT ABOVE THE GENERAL HEALTH RATE'
020400         MOVE 92 TO WS-RETURN-CODE
020500         GO TO 1500-EXIT
020600     END-IF
020700     IF CLI-UNEMPL-IN-VP-ARG NOT = 'Y'
020800         AND CLI-UNEMPL-IN-VP-ARG NOT = 'N'
020900         DISPLAY 'SVMAINT: UNEMPL-IN-VP-ARG MUST BE Y OR N'
021000         MOVE 92 TO WS-RETURN-CODE
021100         GO TO 1500-EXIT
021200     END-IF
021300     IF CLI-BBG-PENSION-ARG = ZERO
021400         OR CLI-BBG-HEALTH-ARG = ZERO
021500         DISPLAY 'SVMAINT: BOTH BEITRAGSBEMESSUNGSGRENZEN MUST '
021600             'BE NONZERO'
021700         MOVE 92 TO WS-RETURN-CODE
021800         GO TO 1500-EXIT
021900     END-IF
022000     IF CLI-BBG-HEALTH-ARG > CLI-BBG-PENSION-ARG
022100         DISPLAY 'SVMAINT: HEALTH CEILING ABOVE THE PENSION '
022200             'CEILING - ARGUMENTS LIKELY SWAPPED'
022300         MOVE 92 TO WS-RETURN-CODE
022400         GO TO 1500-EXIT
022500     END-IF
022600     IF CLI-MIN-VP-CAP-3-ARG < CLI-MIN-VP-CAP-ARG
022700         DISPLAY 'SVMAINT: CLASS 3 MINIMUM CAP BELOW THE '
022800             'GENERAL CAP - ARGUMENTS LIKELY SWAPPED'
022900         MOVE 92 TO WS-RETURN-CODE
023000     END-IF.
023100 1500-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500*  2000-LOAD-SV-TABLE - READ THE CURRENT SVTAB MASTER (IF ANY)
023600*  INTO STORAGE SO THE ADD/UPDATE CAN BE APPLIED TO IT.
023700*****************************************************************
023800 2000-LOAD-SV-TABLE.
023900     MOVE ZERO TO WS-SV-COUNT
024000     OPEN INPUT SVTAB-FILE
024100     IF WS-SV-FILE-NOT-FOUND
024200         DISPLAY 'SVMAINT: NO SOCIAL-INSURANCE TABLE ON FILE '
024300             'YET - STARTING A NEW ONE'
024400     ELSE
024500         PERFORM 2100-READ-SV-RECORD THRU 2100-EXIT
024600             UNTIL WS-SV-EOF OR WS-TABLE-FULL
024700         CLOSE SVTAB-FILE
024800     END-IF.
024900 2000-EXIT.
025000     EXIT.
025100
025200 2100-READ-SV-RECORD.
025300     READ SVTAB-FILE
025400         AT END
025500             GO TO 2100-EXIT
025600     END-READ
025700     IF WS-SV-COUNT = 50
025800         DISPLAY 'SVMAINT: SOCIAL-INSURANCE TABLE FULL AT 50 '
025900             'YEARS - REMAINING ROWS ON SVTAB IGNORED'
026000         MOVE 'Y' TO WS-TABLE-FULL-SW
026100         GO TO 2100-EXIT
026200     END-IF
026300     ADD 1 TO WS-SV-COUNT
026400     MOVE SV-YEAR TO WS-SV-YEAR (WS-SV-COUNT)
026500     MOVE SV-PENSION-RATE TO WS-SV-PENSION-RATE (WS-SV-COUNT)
026600     MOVE SV-HEALTH-RATE TO WS-SV-HEALTH-RATE (WS-SV-COUNT)
026700     MOVE SV-HEALTH-VP-RATE
026800         TO WS-SV-HEALTH-VP-RATE (WS-SV-COUNT)
026900     MOVE SV-HEALTH-ADDON-AVG TO WS-SV-ADDON-AVG (WS-SV-COUNT)
027000     MOVE SV-CARE-RATE TO WS-SV-CARE-RATE (WS-SV-COUNT)
027100     MOVE SV-CARE-CHILDLESS
027200         TO WS-SV-CARE-CHILDLESS (WS-SV-COUNT)
027300     MOVE SV-UNEMPL-RATE TO WS-SV-UNEMPL-RATE (WS-SV-COUNT)
027400     MOVE SV-UNEMPL-IN-VP TO WS-SV-UNEMPL-IN-VP (WS-SV-COUNT)
027500     MOVE SV-BBG-PENSION TO WS-SV-BBG-PENSION (WS-SV-COUNT)
027600     MOVE SV-BBG-HEALTH TO WS-SV-BBG-HEALTH (WS-SV-COUNT)
027700     MOVE SV-MIN-VP-RATE TO WS-SV-MIN-VP-RATE (WS-SV-COUNT)
027800     MOVE SV-MIN-VP-CAP TO WS-SV-MIN-VP-CAP (WS-SV-COUNT)
027900     MOVE SV-MIN-VP-CAP-3 TO WS-SV-MIN-VP-CAP-3 (WS-SV-COUNT).
028000 2100-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400*  3000-APPLY-MAINTENANCE - ADD A NEW YEAR ROW OR UPDATE AN
028500*  EXISTING ONE IN THE IN-STORAGE TABLE.  THE YEAR AS IT STANDS
028550*  IS KEPT AS THE BEFORE IMAGE OF THE PENDING CHANGE.
028600*****************************************************************
028700 3000-APPLY-MAINTENANCE.
028750     MOVE SPACES TO PCH-RECORD
028800     PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
028820     IF WS-MATCH-FOUND
028840         PERFORM 4100-BUILD-SV-RECORD THRU 4100-EXIT
028860         MOVE SV-RECORD TO PCH-BEFORE-IMAGE
028880     END-IF
028900     EVALUATE TRUE
029000         WHEN CLI-ACTION-IS-ADD
029100             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
029200         WHEN CLI-ACTION-IS-UPD
029300             PERFORM 3200-UPDATE-ENTRY THRU 3200-EXIT
029400     END-EVALUATE.
029500 3000-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*  3050-FIND-ENTRY - LOCATE THE YEAR NAMED ON THE COMMAND LINE
030000*  IN THE IN-STORAGE TABLE, IF IT IS THERE.
030100*****************************************************************
030200 3050-FIND-ENTRY.
030300     MOVE 'N' TO WS-MATCH-FOUND-SW
030400     MOVE ZERO TO WS-FOUND-IDX
030500     PERFORM 3060-TEST-ENTRY THRU 3060-EXIT
030600         VARYING WS-SV-IDX FROM 1 BY 1
030700         UNTIL WS-SV-IDX > WS-SV-COUNT
030800                OR WS-MATCH-FOUND.
030900 3050-EXIT.
031000     EXIT.
031100
031200 3060-TEST-ENTRY.
031300     IF WS-SV-YEAR (WS-SV-IDX) = CLI-YEAR-ARG
031400         MOVE 'Y' TO WS-MATCH-FOUND-SW
031500         MOVE WS-SV-IDX TO WS-FOUND-IDX
031600     END-IF.
031700 3060-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*  3100-ADD-ENTRY - APPEND THE NEW YEAR AND SIFT IT UP INTO
032200*  ASCENDING YEAR SEQUENCE.
032300*****************************************************************
032400 3100-ADD-ENTRY.
032500     EVALUATE TRUE
032600         WHEN WS-MATCH-FOUND
032700             DISPLAY 'SVMAINT: YEAR ALREADY ON FILE - USE '
032800                 'UPD TO CHANGE AN EXISTING YEAR'
032900             MOVE 93 TO WS-RETURN-CODE
033000         WHEN WS-SV-COUNT = 50
033100             DISPLAY 'SVMAINT: SOCIAL-INSURANCE TABLE FULL AT '
033200                 '50 YEARS - ADD REJECTED'
033300             MOVE 96 TO WS-RETURN-CODE
033400         WHEN OTHER
033500             ADD 1 TO WS-SV-COUNT
033600             MOVE WS-SV-COUNT TO WS-FOUND-IDX
033700             MOVE CLI-YEAR-ARG TO WS-SV-YEAR (WS-FOUND-IDX)
033800             PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
033900             PERFORM 3300-SORT-NEW-ENTRY THRU 3300-EXIT
034000             PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
034100             DISPLAY 'SVMAINT: YEAR ADD KEYED - ' CLI-YEAR-ARG
034200             PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
034300     END-EVALUATE.
034400 3100-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  3150-MOVE-ARGS-TO-ENTRY - CARRY THE FIGURE ARGUMENTS INTO
034900*  THE TABLE ROW AT WS-FOUND-IDX (SHARED BY ADD AND UPD).
035000*****************************************************************
035100 3150-MOVE-ARGS-TO-ENTRY.
035200     MOVE CLI-PENSION-RATE-ARG
035300         TO WS-SV-PENSION-RATE (WS-FOUND-IDX)
035400     MOVE CLI-HEALTH-RATE-ARG
035500         TO WS-SV-HEALTH-RATE (WS-FOUND-IDX)
035600     MOVE CLI-HEALTH-VP-RATE-ARG
035700         TO WS-SV-HEALTH-VP-RATE (WS-FOUND-IDX)
035800     MOVE CLI-ADDON-AVG-ARG
035900         TO WS-SV-ADDON-AVG (WS-FOUND-IDX)
036000     MOVE CLI-CARE-RATE-ARG
036100         TO WS-SV-CARE-RATE (WS-FOUND-IDX)
036200     MOVE CLI-CARE-CHILDLESS-ARG
036300         TO WS-SV-CARE-CHILDLESS (WS-FOUND-IDX)
036400     MOVE CLI-UNEMPL-RATE-ARG
036500         TO WS-SV-UNEMPL-RATE (WS-FOUND-IDX)
036600     MOVE CLI-UNEMPL-IN-VP-ARG
036700         TO WS-SV-UNEMPL-IN-VP (WS-FOUND-IDX)
036800     MOVE CLI-BBG-PENSION-ARG
036900         TO WS-SV-BBG-PENSION (WS-FOUND-IDX)
037000     MOVE CLI-BBG-HEALTH-ARG
037100         TO WS-SV-BBG-HEALTH (WS-FOUND-IDX)
037200     MOVE CLI-MIN-VP-RATE-ARG
037300         TO WS-SV-MIN-VP-RATE (WS-FOUND-IDX)
037400     MOVE CLI-MIN-VP-CAP-ARG
037500         TO WS-SV-MIN-VP-CAP (WS-FOUND-IDX)
037600     MOVE CLI-MIN-VP-CAP-3-ARG
037700         TO WS-SV-MIN-VP-CAP-3 (WS-FOUND-IDX).
037800 3150-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*  3200-UPDATE-ENTRY - REPLACE THE FIGURE FIELDS OF AN EXISTING
038300*  YEAR ROW.  THE YEAR KEY DOES NOT MOVE, SO NO RE-SORT IS
038400*  NEEDED.
038500*****************************************************************
038600 3200-UPDATE-ENTRY.
038700     IF NOT WS-MATCH-FOUND
038800         DISPLAY 'SVMAINT: YEAR NOT ON FILE - USE ADD FOR A '
038900             'NEW YEAR'
039000         MOVE 94 TO WS-RETURN-CODE
039100     ELSE
039200         PERFORM 3150-MOVE-ARGS-TO-ENTRY THRU 3150-EXIT
039300         DISPLAY 'SVMAINT: YEAR UPDATE KEYED - ' CLI-YEAR-ARG
039400         PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
039500     END-IF.
039600 3200-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*  3300-SORT-NEW-ENTRY - SIFT THE JUST-APPENDED ROW UP THROUGH
040100*  THE TABLE UNTIL ITS YEAR IS BACK IN ASCENDING ORDER.
040200*****************************************************************
040300 3300-SORT-NEW-ENTRY.
040400     MOVE WS-SV-COUNT TO WS-SV-IDX
040500     PERFORM 3310-SIFT-ENTRY THRU 3310-EXIT
040600         UNTIL WS-SV-IDX <= 1.
040700 3300-EXIT.
040800     EXIT.
040900
041000 3310-SIFT-ENTRY.
041100     IF WS-SV-YEAR (WS-SV-IDX) <
041200         WS-SV-YEAR (WS-SV-IDX - 1)
041300         PERFORM 3320-SWAP-ENTRIES THRU 3320-EXIT
041400         SUBTRACT 1 FROM WS-SV-IDX
041500     ELSE
041600         MOVE 1 TO WS-SV-IDX
041700     END-IF.
041800 3310-EXIT.
041900     EXIT.
042000
042100 3320-SWAP-ENTRIES.
042200     MOVE WS-SV-ENTRY (WS-SV-IDX) TO WS-SWAP-ENTRY
042300     MOVE WS-SV-ENTRY (WS-SV-IDX - 1)
042400         TO WS-SV-ENTRY (WS-SV-IDX)
042500     MOVE WS-SWAP-ENTRY TO WS-SV-ENTRY (WS-SV-IDX - 1).
042600 3320-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000*  3400-DISPLAY-ENTRY-VALUES - ECHO BACK THE PARSED FIELDS OF
043100*  THE ROW AT WS-FOUND-IDX SO A DECIMAL-POINT MISTAKE ON THE
043200*  COMMAND LINE SHOWS UP IMMEDIATELY INSTEAD OF AS A WRONG
043300*  VORSORGEPAUSCHALE ON EVERY PAYSLIP.
043400*****************************************************************
043500 3400-DISPLAY-ENTRY-VALUES.
043600     DISPLAY '    PENSION RATE... '
043700         WS-SV-PENSION-RATE (WS-FOUND-IDX)
043800     DISPLAY '    HEALTH RATE.... '
043900         WS-SV-HEALTH-RATE (WS-FOUND-IDX)
044000     DISPLAY '    HEALTH VP RATE. '
044100         WS-SV-HEALTH-VP-RATE (WS-FOUND-IDX)
044200     DISPLAY '    ADD-ON AVERAGE. '
044300         WS-SV-ADDON-AVG (WS-FOUND-IDX)
044400     DISPLAY '    CARE RATE...... '
044500         WS-SV-CARE-RATE (WS-FOUND-IDX)
044600     DISPLAY '    CARE CHILDLESS. '
044700         WS-SV-CARE-CHILDLESS (WS-FOUND-IDX)
044800     DISPLAY '    UNEMPL RATE.... '
044900         WS-SV-UNEMPL-RATE (WS-FOUND-IDX)
045000         '  IN VORSORGEPAUSCHALE '
045100         WS-SV-UNEMPL-IN-VP (WS-FOUND-IDX)
045200     DISPLAY '    BBG PENSION.... '
045300         WS-SV-BBG-PENSION (WS-FOUND-IDX)
045400     DISPLAY '    BBG HEALTH..... '
045500         WS-SV-BBG-HEALTH (WS-FOUND-IDX)
045600     DISPLAY '    MIN VP RATE.... '
045700         WS-SV-MIN-VP-RATE (WS-FOUND-IDX)
045800     DISPLAY '    MIN VP CAP..... '
045900         WS-SV-MIN-VP-CAP (WS-FOUND-IDX)
046000         '  CLASS 3 ' WS-SV-MIN-VP-CAP-3 (WS-FOUND-IDX).
046100 3400-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046450*  4000-WRITE-PENDING-CHANGE - HAND THE YEAR AS PROPOSED TO
046500*  PCHGIO AS A PENDING CHANGE.  SVTAB ITSELF IS NOT TOUCHED -
046550*  CHGAPPR APPLIES THE CHANGE ONCE A SECOND USER APPROVES IT.
046600*****************************************************************
046650 4000-WRITE-PENDING-CHANGE.
046700     PERFORM 4100-BUILD-SV-RECORD THRU 4100-EXIT
046750     MOVE SV-RECORD TO PCH-AFTER-IMAGE
046800     MOVE 'SV  ' TO PCH-TABLE
046850     MOVE CLI-ACTION-ARG TO PCH-ACTION
046900     MOVE SV-YEAR TO PCH-ENTRY-KEY
046950     MOVE CLI-YEAR-ARG TO PCH-EFF-DATE (1:4)
047000     MOVE '0101' TO PCH-EFF-DATE (5:4)
047050     MOVE 'W' TO PW-FUNCTION
047100     MOVE SPACES TO PW-AS-OF-DATE
047150     MOVE SPACES TO PW-TABLE-ARG
047200     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
047250     EVALUATE TRUE
047300         WHEN PW-RC-OK
047350             DISPLAY 'SVMAINT: CHANGE ' PCH-CHANGE-ID
047400                 ' KEYED BY ' PCH-ENTERED-BY
047450                 ' - PENDING APPROVAL, SVTAB NOT YET CHANGED'
047500         WHEN PW-RC-NO-USER
047550             DISPLAY 'SVMAINT: NO SIGNED-ON USER ID - CHANGE '
047600                 'NOT KEYED'
047650         WHEN PW-RC-ALREADY-PENDING
047700             DISPLAY 'SVMAINT: DECIDE THE PENDING CHANGE WITH '
047750                 'CHGAPPR BEFORE KEYING ANOTHER FOR THIS YEAR'
047800         WHEN OTHER
047850             DISPLAY 'SVMAINT: PENDING CHANGE NOT WRITTEN'
047900     END-EVALUATE
047950     MOVE PW-RETURN-CODE TO WS-RETURN-CODE.
048000 4000-EXIT.
048050     EXIT.
048100
048150*****************************************************************
048200*  4100-BUILD-SV-RECORD - THE ROW AT WS-FOUND-IDX IN THE SVTAB
048250*  RECORD LAYOUT.
048300*****************************************************************
048350 4100-BUILD-SV-RECORD.
048400     MOVE SPACES TO SV-RECORD
048450     MOVE WS-SV-YEAR (WS-FOUND-IDX) TO SV-YEAR
048500     MOVE WS-SV-PENSION-RATE (WS-FOUND-IDX) TO SV-PENSION-RATE
048550     MOVE WS-SV-HEALTH-RATE (WS-FOUND-IDX) TO SV-HEALTH-RATE
048600     MOVE WS-SV-HEALTH-VP-RATE (WS-FOUND-IDX)
048650         TO SV-HEALTH-VP-RATE
048700     MOVE WS-SV-ADDON-AVG (WS-FOUND-IDX) TO SV-HEALTH-ADDON-AVG
048750     MOVE WS-SV-CARE-RATE (WS-FOUND-IDX) TO SV-CARE-RATE
048800     MOVE WS-SV-CARE-CHILDLESS (WS-FOUND-IDX)
048850         TO SV-CARE-CHILDLESS
048900     MOVE WS-SV-UNEMPL-RATE (WS-FOUND-IDX) TO SV-UNEMPL-RATE
048950     MOVE WS-SV-UNEMPL-IN-VP (WS-FOUND-IDX) TO SV-UNEMPL-IN-VP
049000     MOVE WS-SV-BBG-PENSION (WS-FOUND-IDX) TO SV-BBG-PENSION
049050     MOVE WS-SV-BBG-HEALTH (WS-FOUND-IDX) TO SV-BBG-HEALTH
049100     MOVE WS-SV-MIN-VP-RATE (WS-FOUND-IDX) TO SV-MIN-VP-RATE
049150     MOVE WS-SV-MIN-VP-CAP (WS-FOUND-IDX) TO SV-MIN-VP-CAP
049200     MOVE WS-SV-MIN-VP-CAP-3 (WS-FOUND-IDX) TO SV-MIN-VP-CAP-3.
049250 4100-EXIT.
049300     EXIT.
