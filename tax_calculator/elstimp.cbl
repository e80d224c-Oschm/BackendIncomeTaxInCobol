000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ELSTIMP.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  ELSTAM CHANGE-LIST IMPORT:
001100*                  READS THE MONTHLY ELSTCHG CHANGE LIST (SEE
001200*                  ELSTREC.CPY) AND WRITES A NEW EFFECTIVE-DATED
001300*                  EMPMAST VERSION FOR EACH CHANGE OF TAX CLASS,
001400*                  CHILD-ALLOWANCE COUNTER, CHURCH LIABILITY OR
001500*                  FACTOR, IN FORCE FROM THE NOTIFIED VALID-FROM
001600*                  DATE - THE WAY EMPMAINT UPD CLOSES THE OPEN
001700*                  VERSION AND WRITES THE NEXT.  REPLACES THE
001800*                  RE-KEYING OF EVERY NOTIFICATION INTO EMPMAINT.
001900*
002000*                  THE EMPMAINT/EMPVERIF SPOUSE-PAIRING CHECKS
002100*                  RUN ON THE NEW VALUES: CLASSES 3 AND 5 NEED A
002200*                  SPOUSE LINK, THE PAIR MUST BE 3 WITH 5 OR 4
002300*                  WITH 4, THE SPOUSE MAY NOT BE LINKED TO A
002400*                  THIRD EMPLOYEE AND A COUPLE ELECTS ONE FACTOR.
002500*                  THE SPOUSE'S CLASS AND FACTOR ARE TAKEN FROM
002600*                  THE SPOUSE'S OWN ROW ON THE SAME CHANGE LIST
002700*                  WHEN THERE IS ONE (A COUPLE CHANGING FROM 4/4
002800*                  TO 3/5 ARRIVES AS TWO ROWS), ELSE FROM THE
002900*                  SPOUSE'S OPEN VERSION.  A CLASS OUTSIDE 3-5
003000*                  DROPS THE SPOUSE LINK AND THE FACTOR.
003100*
003200*                  THE ELSTEXC EXCEPTION LISTING SHOWS UNKNOWN
003300*                  EMPLOYEES, REJECTED ROWS (BAD FIELDS, ILLEGAL
003400*                  COMBINATIONS, A VALID-FROM NOT AFTER THE OPEN
003500*                  VERSION), WARNINGS, AND EVERY RETROACTIVE
003600*                  CHANGE - ONE DATED ON OR BEFORE THE LAST PAY
003700*                  PERIOD ALREADY WITHHELD - AS A TAXCORR
003800*                  CANDIDATE WITH ITS EMPLOYEE AND DATE.  A ROW
003900*                  THAT CHANGES NOTHING ON THE OPEN VERSION IS
004000*                  COUNTED AND PASSED OVER, SO A RERUN OF THE
004100*                  SAME LIST WRITES NOTHING TWICE.
004200*
004300*                  RESTARTABLE AS TAXBATCH IS: A CHECKPOINT
004400*                  (CKPTREC.CPY) GOES TO ELSTCKPT EVERY
004500*                  WS-CHECKPOINT-INTERVAL ROWS AND AT END OF
004600*                  RUN, AND A RESTART SKIPS THE ROWS IT COVERS.
004700*                  A START AND AN END RECORD GO TO THE COMMON
004800*                  RUNLOG FILE VIA RUNLOGW.
004900*
005000*  ARGUMENT-VALUE SEQUENCE:
005100*      1  RESTART-ARG      'N' NORMAL RUN, 'Y' RESTART AFTER THE
005200*                          LAST ELSTCKPT CHECKPOINT
005300*      2  LAST-PERIOD-ARG  PIC X(8), YYYYMMDD - THE PAY-PERIOD
005400*                          DATE OF THE LAST TAXBATCH RUN.  A
005500*                          CHANGE VALID FROM THAT DATE OR
005600*                          EARLIER IS RETROACTIVE.  BLANK MEANS
005700*                          THE RUN DATE
005800*      3  CHURCH-RATE-ARG  08 OR 09 - THE DIOCESE RATE GIVEN TO
005900*                          AN EMPLOYEE WHO BECOMES CHURCH-TAX
006000*                          LIABLE WITH NO RATE ON THE MASTER.
006100*                          BLANK MEANS 09
006200*
006300*  RETURN CODES: 00 CLEAN, 04 EXCEPTIONS LISTED, 91 NO CHANGE
006400*  LIST, 92 BAD ARGUMENT, 93 NO MASTER, 95 I/O FAILURE (RESTART
006500*  WITH 'Y'), 96 THE CONTROL COUNTS DO NOT BALANCE.
006600*****************************************************************
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT ELSTCHG-FILE ASSIGN TO "ELSTCHG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ELS-FILE-STATUS.
007300     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS EMPM-KEY
007700         FILE STATUS IS WS-EMPM-FILE-STATUS.
007800     SELECT CKPT-FILE ASSIGN TO "ELSTCKPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CKPT-FILE-STATUS.
008100     SELECT ELSTEXC-FILE ASSIGN TO "ELSTEXC"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-EXC-FILE-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ELSTCHG-FILE.
008700 COPY ELSTREC.
008800 FD  EMPMAST-FILE.
008900 COPY EMPMREC.
009000 FD  CKPT-FILE.
009100 COPY CKPTREC.
009200 FD  ELSTEXC-FILE.
009300 01  PRINT-RECORD                 PIC X(132).
009400 WORKING-STORAGE SECTION.
009500*****************************************************************
009600*  COMMAND-LINE ARGUMENTS
009700*****************************************************************
009800 01  CLI-RESTART-ARG              PIC X(01) VALUE 'N'.
009900     88  CLI-RESTART-REQUESTED        VALUE 'Y'.
010000 01  CLI-LAST-PERIOD-ARG          PIC X(08) VALUE SPACES.
010100 01  CLI-CHURCH-RATE-ARG          PIC X(02) VALUE SPACES.
010200 01  WS-SWITCHES.
010300     05  WS-ELS-FILE-STATUS       PIC X(02) VALUE '00'.
010400         88  WS-ELS-FILE-NOT-FOUND    VALUE '05' '35'.
010500         88  WS-ELS-EOF               VALUE '10'.
010600     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
010700         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
010800     05  WS-CKPT-FILE-STATUS      PIC X(02) VALUE '00'.
010900         88  WS-CKPT-FILE-NOT-FOUND   VALUE '05' '35'.
011000         88  WS-CKPT-EOF              VALUE '10'.
011100     05  WS-EXC-FILE-STATUS       PIC X(02) VALUE '00'.
011200         88  WS-EXC-FILE-NOT-FOUND    VALUE '05' '35'.
011300     05  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
011400         88  WS-FILES-OPEN            VALUE 'Y'.
011500     05  WS-SKIP-SW               PIC X(01) VALUE 'N'.
011600         88  WS-SKIPPING              VALUE 'Y'.
011700     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
011800         88  WS-VERSION-FOUND         VALUE 'Y'.
011900     05  WS-CURRENT-FOUND-SW      PIC X(01) VALUE 'N'.
012000         88  WS-CURRENT-FOUND         VALUE 'Y'.
012100     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
012200         88  WS-SCAN-DONE             VALUE 'Y'.
012300     05  WS-PEND-FOUND-SW         PIC X(01) VALUE 'N'.
012400         88  WS-PEND-FOUND            VALUE 'Y'.
012500     05  WS-PEND-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
012600         88  WS-PEND-TABLE-FULL       VALUE 'Y'.
012700     05  WS-LINK-DROPPED-SW       PIC X(01) VALUE 'N'.
012800         88  WS-LINK-DROPPED          VALUE 'Y'.
012900 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
013000 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
013100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
013200 01  WS-DFLT-CHURCH-RATE          PIC 9(02) VALUE ZERO.
013300 01  WS-CHILD-TENTHS              PIC 9(3) VALUE ZERO.
013400 01  WS-CHILD-HALVES              PIC 9(3) VALUE ZERO.
013500 01  WS-CHILD-REMAINDER           PIC 9(1) VALUE ZERO.
013600*****************************************************************
013700*  RUN COUNTS - EVERY ROW READ ENDS UP IN EXACTLY ONE OF
013800*  SKIPPED, APPLIED, UNCHANGED, UNKNOWN OR REJECTED, AND
013900*  9200-BALANCE-RUN PROVES IT.  RETROACTIVE AND WARNING ROWS
014000*  ARE APPLIED ROWS LISTED AS WELL.
014100*****************************************************************
014200 01  WS-RECORDS-READ              PIC 9(9) COMP VALUE ZERO.
014300 01  WS-RECORDS-SKIPPED           PIC 9(9) COMP VALUE ZERO.
014400 01  WS-APPLIED-COUNT             PIC 9(9) COMP VALUE ZERO.
014500 01  WS-UNCHANGED-COUNT           PIC 9(9) COMP VALUE ZERO.
014600 01  WS-UNKNOWN-COUNT             PIC 9(9) COMP VALUE ZERO.
014700 01  WS-REJECTED-COUNT            PIC 9(9) COMP VALUE ZERO.
014800 01  WS-RETRO-COUNT               PIC 9(9) COMP VALUE ZERO.
014900 01  WS-WARNING-COUNT             PIC 9(9) COMP VALUE ZERO.
015000 01  WS-BALANCE-COUNT             PIC 9(9) COMP VALUE ZERO.
015100 01  WS-CHECKPOINT-INTERVAL       PIC 9(9) COMP VALUE 50.
015200 01  WS-CKPT-DUE                  PIC 9(9) COMP VALUE ZERO.
015300 01  WS-CKPT-REMAINDER            PIC 9(9) COMP VALUE ZERO.
015400 01  WS-CKPT-RECORDS-DONE         PIC 9(9) COMP VALUE ZERO.
015500 01  WS-CKPT-LAST-EMP-ID          PIC X(11) VALUE SPACES.
015600*****************************************************************
015700*  VERSION-SCAN WORK AREAS - 2600-SCAN-VERSIONS WALKS EVERY
015800*  VERSION OF WS-LOOKUP-ID AND LEAVES THE OPEN VERSION'S
015900*  FIELDS IN THE WS-CUR- AREAS, AS IN EMPMAINT.  THE
016000*  EMPLOYEE'S OWN OPEN VERSION IS KEPT IN THE WS-OPEN- AREAS
016100*  BEFORE THE SAME SCAN IS USED FOR THE SPOUSE.
016200*****************************************************************
016300 01  WS-LOOKUP-ID                 PIC X(11) VALUE SPACES.
016400 01  WS-CUR-VALID-FROM            PIC X(08) VALUE SPACES.
016500 01  WS-CUR-MARRIED               PIC X(01) VALUE SPACE.
016600 01  WS-CUR-CLASS                 PIC 9(01) VALUE ZERO.
016700 01  WS-CUR-CHILD-ALLOW           PIC 9(2)V9 VALUE ZERO.
016800 01  WS-CUR-CHURCH                PIC X(01) VALUE SPACE.
016900 01  WS-CUR-CHURCH-RATE           PIC 9(02) VALUE ZERO.
017000 01  WS-CUR-SPOUSE                PIC X(11) VALUE SPACES.
017100 01  WS-CUR-FACTOR                PIC 9V999 VALUE ZERO.
017200 01  WS-OPEN-VALID-FROM           PIC X(08) VALUE SPACES.
017300 01  WS-OPEN-MARRIED              PIC X(01) VALUE SPACE.
017400 01  WS-OPEN-CLASS                PIC 9(01) VALUE ZERO.
017500 01  WS-OPEN-CHILD-ALLOW          PIC 9(2)V9 VALUE ZERO.
017600 01  WS-OPEN-CHURCH               PIC X(01) VALUE SPACE.
017700 01  WS-OPEN-CHURCH-RATE          PIC 9(02) VALUE ZERO.
017800 01  WS-OPEN-SPOUSE               PIC X(11) VALUE SPACES.
017900 01  WS-OPEN-FACTOR               PIC 9V999 VALUE ZERO.
018000*****************************************************************
018100*  THE STANDING DATA THE NEW VERSION WILL CARRY, AND THE OTHER
018200*  HALF OF THE COUPLE IT IS CHECKED AGAINST.
018300*****************************************************************
018400 01  WS-NEW-MARRIED               PIC X(01) VALUE SPACE.
018500 01  WS-NEW-CLASS                 PIC 9(01) VALUE ZERO.
018600 01  WS-NEW-CHILD-ALLOW           PIC 9(2)V9 VALUE ZERO.
018700 01  WS-NEW-CHURCH                PIC X(01) VALUE SPACE.
018800 01  WS-NEW-CHURCH-RATE           PIC 9(02) VALUE ZERO.
018900 01  WS-NEW-SPOUSE                PIC X(11) VALUE SPACES.
019000 01  WS-NEW-FACTOR                PIC 9V999 VALUE ZERO.
019100 01  WS-SPOUSE-CLASS              PIC 9(01) VALUE ZERO.
019200 01  WS-SPOUSE-BACKLINK           PIC X(11) VALUE SPACES.
019300 01  WS-SPOUSE-FACTOR             PIC 9V999 VALUE ZERO.
019400 01  WS-EDIT-FACTOR               PIC 9.999.
019500*****************************************************************
019600*  EVERY USABLE ROW ON THE CHANGE LIST, LOADED BY A FIRST PASS
019700*  SO THE PAIR CHECK SEES A SPOUSE'S CHANGE ARRIVING IN THE
019800*  SAME LIST, WHICHEVER HALF OF THE COUPLE COMES FIRST.
019900*****************************************************************
020000 01  WS-PEND-COUNT                PIC 9(4) COMP VALUE ZERO.
020100 01  WS-PEND-IDX                  PIC 9(4) COMP VALUE ZERO.
020200 01  WS-PEND-TABLE.
020300     05  WS-PEND-ENTRY OCCURS 2000 TIMES.
020400         10  WS-PEND-EMP-ID       PIC X(11).
020500         10  WS-PEND-CLASS        PIC 9(01).
020600         10  WS-PEND-FACTOR       PIC 9V999.
020700*****************************************************************
020800*  EXCEPTION LISTING - WHAT 7000-LIST-EXCEPTION PRINTS FOR THE
020900*  CURRENT ROW, AND THE PRINT LINE LAYOUTS.
021000*****************************************************************
021100 01  WS-LIST-CATEGORY             PIC X(20) VALUE SPACES.
021200 01  WS-LIST-TEXT                 PIC X(60) VALUE SPACES.
021300 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
021400 01  WS-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
021500 01  WS-LINES-PER-PAGE            PIC 9(4) COMP VALUE 55.
021600 01  WS-HEADING-1.
021700     05  FILLER                   PIC X(20)
021800         VALUE 'PAYROLL SYSTEMS     '.
021900     05  FILLER                   PIC X(35)
022000         VALUE 'ELSTAM CHANGE-LIST EXCEPTIONS      '.
022100     05  FILLER                   PIC X(13) VALUE 'PRINTED     '.
022200     05  WS-HD1-DATE              PIC X(08).
022300     05  FILLER                   PIC X(46) VALUE SPACES.
022400     05  FILLER                   PIC X(05) VALUE 'PAGE '.
022500     05  WS-HD1-PAGE              PIC ZZZ9.
022600 01  WS-HEADING-2.
022700     05  FILLER                   PIC X(11) VALUE 'EMPLOYEE-ID'.
022800     05  FILLER                   PIC X(02) VALUE SPACES.
022900     05  FILLER                   PIC X(08) VALUE 'VALID-FR'.
023000     05  FILLER                   PIC X(02) VALUE SPACES.
023100     05  FILLER                   PIC X(02) VALUE 'CL'.
023200     05  FILLER                   PIC X(01) VALUE SPACES.
023300     05  FILLER                   PIC X(05) VALUE 'CHILD'.
023400     05  FILLER                   PIC X(01) VALUE SPACES.
023500     05  FILLER                   PIC X(02) VALUE 'KI'.
023600     05  FILLER                   PIC X(01) VALUE SPACES.
023700     05  FILLER                   PIC X(06) VALUE 'FACTOR'.
023800     05  FILLER                   PIC X(02) VALUE SPACES.
023900     05  FILLER                   PIC X(20) VALUE 'CATEGORY'.
024000     05  FILLER                   PIC X(02) VALUE SPACES.
024100     05  FILLER                   PIC X(06) VALUE 'DETAIL'.
024200 01  WS-EXCEPTION-LINE.
024300     05  WS-EXL-EMP-ID            PIC X(11).
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  WS-EXL-VALID-FROM        PIC X(08).
024600     05  FILLER                   PIC X(03) VALUE SPACES.
024700     05  WS-EXL-CLASS             PIC X(01).
024800     05  FILLER                   PIC X(02) VALUE SPACES.
024900     05  WS-EXL-CHILD             PIC Z9.9.
025000     05  WS-EXL-CHILD-X           REDEFINES WS-EXL-CHILD
025100                                  PIC X(04).
025200     05  FILLER                   PIC X(01) VALUE SPACES.
025300     05  WS-EXL-CHURCH            PIC X(02).
025400     05  FILLER                   PIC X(02) VALUE SPACES.
025500     05  WS-EXL-FACTOR            PIC 9.999.
025600     05  WS-EXL-FACTOR-X          REDEFINES WS-EXL-FACTOR
025700                                  PIC X(05).
025800     05  FILLER                   PIC X(02) VALUE SPACES.
025900     05  WS-EXL-CATEGORY          PIC X(20).
026000     05  FILLER                   PIC X(02) VALUE SPACES.
026100     05  WS-EXL-TEXT              PIC X(60).
026200 01  WS-CONTROL-LINE.
026300     05  WS-CTL-LABEL             PIC X(30).
026400     05  WS-CTL-COUNT             PIC ZZZ,ZZ9.
026500 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
026600*****************************************************************
026700*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
026800*****************************************************************
026900 COPY RLOGREC.
027000 PROCEDURE DIVISION.
027100 0000-MAINLINE.
027200     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027400     IF WS-RETURN-CODE = ZERO
027500         PERFORM 1500-LOAD-PENDING-CHANGES THRU 1500-EXIT
027600     END-IF
027700     IF WS-RETURN-CODE = ZERO
027800         PERFORM 2000-PROCESS-CHANGES THRU 2000-EXIT
027900     END-IF
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT
028100     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
028200     STOP RUN RETURNING WS-RETURN-CODE.
028300
028400*****************************************************************
028500*  1000-INITIALIZE - READ THE ARGUMENTS, OPEN THE FILES AND, ON
028600*  A RESTART, LOAD THE LAST CHECKPOINT.  A NORMAL RUN WRITES A
028700*  ZERO CHECKPOINT FIRST, SO A RESTART OF A RUN THAT DIED
028800*  BEFORE ITS FIRST INTERVAL NEVER PICKS UP THE LAST RUN'S.
028900*****************************************************************
029000 1000-INITIALIZE.
029100     ACCEPT CLI-RESTART-ARG FROM ARGUMENT-VALUE
029200     ACCEPT CLI-LAST-PERIOD-ARG FROM ARGUMENT-VALUE
029300     ACCEPT CLI-CHURCH-RATE-ARG FROM ARGUMENT-VALUE
029400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029500     ACCEPT WS-RUN-TIME FROM TIME
029600     IF CLI-LAST-PERIOD-ARG = SPACES
029700         OR CLI-LAST-PERIOD-ARG NOT NUMERIC
029800         MOVE WS-RUN-DATE TO CLI-LAST-PERIOD-ARG
029900     END-IF
030000     IF CLI-CHURCH-RATE-ARG = SPACES
030100         MOVE '09' TO CLI-CHURCH-RATE-ARG
030200     END-IF
030300     IF CLI-CHURCH-RATE-ARG NOT = '08'
030400         AND CLI-CHURCH-RATE-ARG NOT = '09'
030500         DISPLAY 'ELSTIMP: CHURCH-RATE-ARG MUST BE 08 OR 09'
030600         MOVE 92 TO WS-RETURN-CODE
030700         GO TO 1000-EXIT
030800     END-IF
030900     MOVE CLI-CHURCH-RATE-ARG TO WS-DFLT-CHURCH-RATE
031000     DISPLAY 'ELSTIMP: LAST PERIOD WITHHELD '
031100         CLI-LAST-PERIOD-ARG
031200     DISPLAY 'ELSTIMP: DEFAULT CHURCH RATE. '
031300         WS-DFLT-CHURCH-RATE
031400     OPEN INPUT ELSTCHG-FILE
031500     IF WS-ELS-FILE-NOT-FOUND
031600         DISPLAY 'ELSTIMP: NO ELSTCHG CHANGE LIST ON FILE - '
031700             'NOTHING TO IMPORT'
031800         MOVE 91 TO WS-RETURN-CODE
031900         GO TO 1000-EXIT
032000     END-IF
032100     OPEN I-O EMPMAST-FILE
032200     IF WS-EMPM-FILE-STATUS NOT = '00'
032300         DISPLAY 'ELSTIMP: EMPMAST OPEN FAILED - STATUS '
032400             WS-EMPM-FILE-STATUS
032500         MOVE 93 TO WS-RETURN-CODE
032600         CLOSE ELSTCHG-FILE
032700         GO TO 1000-EXIT
032800     END-IF
032900     IF CLI-RESTART-REQUESTED
033000         OPEN EXTEND ELSTEXC-FILE
033100         IF WS-EXC-FILE-NOT-FOUND
033200             OPEN OUTPUT ELSTEXC-FILE
033300         END-IF
033400         PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT
033500     ELSE
033600         OPEN OUTPUT ELSTEXC-FILE
033700         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
033800     END-IF
033900     MOVE 'Y' TO WS-FILES-OPEN-SW
034000     MOVE WS-RUN-DATE TO WS-HD1-DATE
034100     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT.
034200 1000-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*  1100-LOAD-CHECKPOINT - READ ELSTCKPT TO THE LAST RECORD
034700*  WRITTEN (EACH CHECKPOINT IS APPENDED) TO RECOVER HOW MANY
034800*  CHANGE-LIST ROWS THE FAILED RUN HAD FINISHED.
034900*****************************************************************
035000 1100-LOAD-CHECKPOINT.
035100     MOVE ZERO TO WS-CKPT-RECORDS-DONE
035200     OPEN INPUT CKPT-FILE
035300     IF WS-CKPT-FILE-NOT-FOUND
035400         DISPLAY 'ELSTIMP: NO CHECKPOINT ON FILE - STARTING '
035500             'FROM THE BEGINNING OF THE CHANGE LIST'
035600         GO TO 1100-EXIT
035700     END-IF
035800     PERFORM 1110-READ-CHECKPOINT-RECORD THRU 1110-EXIT
035900         UNTIL WS-CKPT-EOF
036000     CLOSE CKPT-FILE
036100     IF WS-CKPT-RECORDS-DONE > ZERO
036200         MOVE 'Y' TO WS-SKIP-SW
036300         DISPLAY 'ELSTIMP: RESTARTING AFTER ROW '
036400             WS-CKPT-RECORDS-DONE ' (EMPLOYEE '
036500             WS-CKPT-LAST-EMP-ID ')'
036600     END-IF.
036700 1100-EXIT.
036800     EXIT.
036900
037000 1110-READ-CHECKPOINT-RECORD.
037100     READ CKPT-FILE
037200         AT END
037300             GO TO 1110-EXIT
037400     END-READ
037500     IF CKPT-RECORDS-DONE NUMERIC
037600         MOVE CKPT-RECORDS-DONE TO WS-CKPT-RECORDS-DONE
037700         MOVE CKPT-LAST-EMP-ID TO WS-CKPT-LAST-EMP-ID
037800     END-IF.
037900 1110-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300*  1500-LOAD-PENDING-CHANGES - FIRST PASS: KEEP THE CLASS AND
038400*  FACTOR OF EVERY ROW WHOSE FIELDS ARE USABLE, THEN REOPEN THE
038500*  LIST FOR THE UPDATE PASS.
038600*****************************************************************
038700 1500-LOAD-PENDING-CHANGES.
038800     PERFORM 1510-LOAD-ONE-CHANGE THRU 1510-EXIT
038900         UNTIL WS-ELS-EOF
039000     CLOSE ELSTCHG-FILE
039100     OPEN INPUT ELSTCHG-FILE
039200     IF WS-ELS-FILE-STATUS NOT = '00'
039300         DISPLAY 'ELSTIMP: ELSTCHG REOPEN FAILED - STATUS '
039400             WS-ELS-FILE-STATUS
039500         MOVE 95 TO WS-RETURN-CODE
039600     END-IF.
039700 1500-EXIT.
039800     EXIT.
039900
040000 1510-LOAD-ONE-CHANGE.
040100     READ ELSTCHG-FILE
040200         AT END
040300             GO TO 1510-EXIT
040400     END-READ
040500     IF ELS-EMP-ID = SPACES
040600         OR ELS-TAX-CLASS NOT NUMERIC
040700         OR ELS-FACTOR NOT NUMERIC
040800         GO TO 1510-EXIT
040900     END-IF
041000     IF WS-PEND-COUNT = 2000
041100         IF NOT WS-PEND-TABLE-FULL
041200             DISPLAY 'ELSTIMP: CHANGE TABLE FULL AT 2000 ROWS - '
041300                 'FURTHER SPOUSES ARE CHECKED AGAINST THE '
041400                 'MASTER ONLY'
041500             MOVE 'Y' TO WS-PEND-TABLE-FULL-SW
041600         END-IF
041700         GO TO 1510-EXIT
041800     END-IF
041900     ADD 1 TO WS-PEND-COUNT
042000     MOVE ELS-EMP-ID TO WS-PEND-EMP-ID (WS-PEND-COUNT)
042100     MOVE ELS-TAX-CLASS TO WS-PEND-CLASS (WS-PEND-COUNT)
042200     MOVE ELS-FACTOR TO WS-PEND-FACTOR (WS-PEND-COUNT).
042300 1510-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*  2000-PROCESS-CHANGES - SECOND PASS: APPLY EVERY ROW (AFTER
042800*  THE ONES A RESTART SKIPS) UNTIL THE LIST IS EXHAUSTED OR THE
042900*  MASTER FAILS UNDER US.
043000*****************************************************************
043100 2000-PROCESS-CHANGES.
043200     PERFORM 2100-PROCESS-ONE-CHANGE THRU 2100-EXIT
043300         UNTIL WS-ELS-EOF
043400            OR WS-RETURN-CODE = 95
043500     IF WS-RETURN-CODE NOT = 95
043600         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
043700     END-IF.
043800 2000-EXIT.
043900     EXIT.
044000
044100 2100-PROCESS-ONE-CHANGE.
044200     READ ELSTCHG-FILE
044300         AT END
044400             GO TO 2100-EXIT
044500     END-READ
044600     ADD 1 TO WS-RECORDS-READ
044700     IF WS-SKIPPING
044800         IF WS-RECORDS-READ NOT > WS-CKPT-RECORDS-DONE
044900             ADD 1 TO WS-RECORDS-SKIPPED
045000             GO TO 2100-EXIT
045100         END-IF
045200         MOVE 'N' TO WS-SKIP-SW
045300     END-IF
045400     PERFORM 2300-APPLY-ONE-CHANGE THRU 2300-EXIT
045500     IF WS-RETURN-CODE = 95
045600         GO TO 2100-EXIT
045700     END-IF
045800     MOVE ELS-EMP-ID TO WS-CKPT-LAST-EMP-ID
045900     DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
046000         GIVING WS-CKPT-DUE REMAINDER WS-CKPT-REMAINDER
046100     IF WS-CKPT-REMAINDER = ZERO
046200         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
046300     END-IF.
046400 2100-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*  2300-APPLY-ONE-CHANGE - EDIT THE ROW, FIND THE EMPLOYEE'S
046900*  OPEN VERSION, WORK OUT THE NEW VALUES, RUN THE PAIR CHECKS
047000*  AND WRITE THE NEW VERSION.  EVERY WAY OUT IS COUNTED ONCE.
047100*****************************************************************
047200 2300-APPLY-ONE-CHANGE.
047300     MOVE 'N' TO WS-LINK-DROPPED-SW
047400     PERFORM 2400-EDIT-CHANGE-RECORD THRU 2400-EXIT
047500     IF WS-LIST-TEXT NOT = SPACES
047600         PERFORM 7100-LIST-REJECTION THRU 7100-EXIT
047700         GO TO 2300-EXIT
047800     END-IF
047900     MOVE ELS-EMP-ID TO WS-LOOKUP-ID
048000     PERFORM 2600-SCAN-VERSIONS THRU 2600-EXIT
048100     IF NOT WS-VERSION-FOUND
048200         ADD 1 TO WS-UNKNOWN-COUNT
048300         MOVE 'UNKNOWN EMPLOYEE' TO WS-LIST-CATEGORY
048400         MOVE 'NOT ON EMPMAST - ADD IT WITH EMPMAINT IF EMPLOYED'
048500             TO WS-LIST-TEXT
048600         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
048700         GO TO 2300-EXIT
048800     END-IF
048900     IF NOT WS-CURRENT-FOUND
049000         MOVE 'NO OPEN VERSION ON EMPMAST - RUN EMPVERIF'
049100             TO WS-LIST-TEXT
049200         PERFORM 7100-LIST-REJECTION THRU 7100-EXIT
049300         GO TO 2300-EXIT
049400     END-IF
049500     MOVE WS-CUR-VALID-FROM TO WS-OPEN-VALID-FROM
049600     MOVE WS-CUR-MARRIED TO WS-OPEN-MARRIED
049700     MOVE WS-CUR-CLASS TO WS-OPEN-CLASS
049800     MOVE WS-CUR-CHILD-ALLOW TO WS-OPEN-CHILD-ALLOW
049900     MOVE WS-CUR-CHURCH TO WS-OPEN-CHURCH
050000     MOVE WS-CUR-CHURCH-RATE TO WS-OPEN-CHURCH-RATE
050100     MOVE WS-CUR-SPOUSE TO WS-OPEN-SPOUSE
050200     MOVE WS-CUR-FACTOR TO WS-OPEN-FACTOR
050300     PERFORM 2500-BUILD-NEW-VALUES THRU 2500-EXIT
050400     IF WS-NEW-MARRIED = WS-OPEN-MARRIED
050500         AND WS-NEW-CLASS = WS-OPEN-CLASS
050600         AND WS-NEW-CHILD-ALLOW = WS-OPEN-CHILD-ALLOW
050700         AND WS-NEW-CHURCH = WS-OPEN-CHURCH
050800         AND WS-NEW-CHURCH-RATE = WS-OPEN-CHURCH-RATE
050900         AND WS-NEW-SPOUSE = WS-OPEN-SPOUSE
051000         AND WS-NEW-FACTOR = WS-OPEN-FACTOR
051100         ADD 1 TO WS-UNCHANGED-COUNT
051200         DISPLAY 'ELSTIMP: ' ELS-EMP-ID ' VALID FROM '
051300             ELS-VALID-FROM ' CHANGES NOTHING ON THE OPEN '
051400             'VERSION OF ' WS-OPEN-VALID-FROM ' - PASSED OVER'
051500         GO TO 2300-EXIT
051600     END-IF
051700     IF ELS-VALID-FROM NOT > WS-OPEN-VALID-FROM
051800         MOVE SPACES TO WS-LIST-TEXT
051900         STRING 'VALID-FROM NOT AFTER THE OPEN VERSION OF '
052000             WS-OPEN-VALID-FROM ' - KEY BY HAND'
052100             DELIMITED BY SIZE INTO WS-LIST-TEXT
052200         PERFORM 7100-LIST-REJECTION THRU 7100-EXIT
052300         GO TO 2300-EXIT
052400     END-IF
052500     PERFORM 2700-CHECK-COUPLE THRU 2700-EXIT
052600     IF WS-LIST-TEXT NOT = SPACES
052700         PERFORM 7100-LIST-REJECTION THRU 7100-EXIT
052800         GO TO 2300-EXIT
052900     END-IF
053000     PERFORM 2800-WRITE-NEW-VERSION THRU 2800-EXIT
053100     IF WS-RETURN-CODE = 95
053200         GO TO 2300-EXIT
053300     END-IF
053400     ADD 1 TO WS-APPLIED-COUNT
053500     DISPLAY 'ELSTIMP: ' ELS-EMP-ID ' NEW VERSION IN FORCE FROM '
053600         ELS-VALID-FROM ' - CLASS ' WS-NEW-CLASS
053700         ' CHILD ALLOW ' WS-NEW-CHILD-ALLOW
053800         ' CHURCH ' WS-NEW-CHURCH WS-NEW-CHURCH-RATE
053900         ' FACTOR ' WS-NEW-FACTOR
054000     IF WS-LINK-DROPPED
054100         ADD 1 TO WS-WARNING-COUNT
054200         MOVE 'WARNING' TO WS-LIST-CATEGORY
054300         MOVE SPACES TO WS-LIST-TEXT
054400         STRING 'SPOUSE LINK TO ' WS-OPEN-SPOUSE
054500             ' DROPPED - CLASS IS NO LONGER 3, 4 OR 5'
054600             DELIMITED BY SIZE INTO WS-LIST-TEXT
054700         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
054800     END-IF
054900     IF ELS-VALID-FROM NOT > CLI-LAST-PERIOD-ARG
055000         ADD 1 TO WS-RETRO-COUNT
055100         MOVE 'RETROACTIVE' TO WS-LIST-CATEGORY
055200         MOVE SPACES TO WS-LIST-TEXT
055300         STRING 'APPLIED - TAXCORR CANDIDATE: PARM '''
055400             ELS-EMP-ID ' ' ELS-VALID-FROM ''''
055500             DELIMITED BY SIZE INTO WS-LIST-TEXT
055600         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
055700     END-IF.
055800 2300-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*  2400-EDIT-CHANGE-RECORD - THE FIELD EDITS THAT NEED NO FILE.
056300*  THE FIRST FAILURE FOUND IS LEFT IN WS-LIST-TEXT.
056400*****************************************************************
056500 2400-EDIT-CHANGE-RECORD.
056600     MOVE SPACES TO WS-LIST-TEXT
056700     IF ELS-EMP-ID = SPACES
056800         MOVE 'EMPLOYEE ID BLANK' TO WS-LIST-TEXT
056900         GO TO 2400-EXIT
057000     END-IF
057100     IF ELS-VALID-FROM NOT NUMERIC
057200         MOVE 'VALID-FROM DATE NOT NUMERIC' TO WS-LIST-TEXT
057300         GO TO 2400-EXIT
057400     END-IF
057500     IF ELS-TAX-CLASS NOT NUMERIC
057600         OR ELS-TAX-CLASS = ZERO
057700         OR ELS-TAX-CLASS > 6
057800         MOVE 'TAX CLASS NOT 1-6' TO WS-LIST-TEXT
057900         GO TO 2400-EXIT
058000     END-IF
058100     IF ELS-CHILD-ALLOW NOT NUMERIC
058200         MOVE 'CHILD ALLOWANCE NOT NUMERIC' TO WS-LIST-TEXT
058300         GO TO 2400-EXIT
058400     END-IF
058500     COMPUTE WS-CHILD-TENTHS = ELS-CHILD-ALLOW * 10
058600     DIVIDE WS-CHILD-TENTHS BY 5
058700         GIVING WS-CHILD-HALVES REMAINDER WS-CHILD-REMAINDER
058800     IF WS-CHILD-REMAINDER NOT = ZERO
058900         MOVE 'CHILD ALLOWANCE NOT A MULTIPLE OF 0.5'
059000             TO WS-LIST-TEXT
059100         GO TO 2400-EXIT
059200     END-IF
059300     IF ELS-FACTOR NOT NUMERIC
059400         MOVE 'FACTOR NOT NUMERIC' TO WS-LIST-TEXT
059500         GO TO 2400-EXIT
059600     END-IF
059700     IF ELS-FACTOR NOT = ZERO
059800         AND ELS-TAX-CLASS NOT = 4
059900         MOVE 'FACTOR GIVEN FOR A CLASS OTHER THAN 4'
060000             TO WS-LIST-TEXT
060100     END-IF.
060200 2400-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*  2500-BUILD-NEW-VALUES - THE NOTIFIED FIELDS OVER THE OPEN
060700*  VERSION.  THE MARITAL FLAG FOLLOWS THE CLASS (3-5 MARRIED,
060800*  1-2 NOT, 6 AS BEFORE).  A NEWLY LIABLE EMPLOYEE KEEPS A
060900*  DIOCESE RATE ALREADY ON THE MASTER, ELSE GETS THE DEFAULT.
061000*  OUTSIDE CLASSES 3-5 THE SPOUSE LINK IS DROPPED.
061100*****************************************************************
061200 2500-BUILD-NEW-VALUES.
061300     MOVE ELS-TAX-CLASS TO WS-NEW-CLASS
061400     EVALUATE ELS-TAX-CLASS
061500         WHEN 3
061600         WHEN 4
061700         WHEN 5
061800             MOVE 'Y' TO WS-NEW-MARRIED
061900             MOVE WS-OPEN-SPOUSE TO WS-NEW-SPOUSE
062000         WHEN 1
062100         WHEN 2
062200             MOVE 'N' TO WS-NEW-MARRIED
062300             MOVE SPACES TO WS-NEW-SPOUSE
062400         WHEN OTHER
062500             MOVE WS-OPEN-MARRIED TO WS-NEW-MARRIED
062600             MOVE SPACES TO WS-NEW-SPOUSE
062700     END-EVALUATE
062800     IF WS-NEW-SPOUSE = SPACES
062900         AND WS-OPEN-SPOUSE NOT = SPACES
063000         MOVE 'Y' TO WS-LINK-DROPPED-SW
063100     END-IF
063200     MOVE ELS-CHILD-ALLOW TO WS-NEW-CHILD-ALLOW
063300     IF ELS-NOT-CHURCH-LIABLE
063400         MOVE 'N' TO WS-NEW-CHURCH
063500         MOVE ZERO TO WS-NEW-CHURCH-RATE
063600     ELSE
063700         MOVE 'Y' TO WS-NEW-CHURCH
063800         IF WS-OPEN-CHURCH-RATE = 08
063900             OR WS-OPEN-CHURCH-RATE = 09
064000             MOVE WS-OPEN-CHURCH-RATE TO WS-NEW-CHURCH-RATE
064100         ELSE
064200             MOVE WS-DFLT-CHURCH-RATE TO WS-NEW-CHURCH-RATE
064300         END-IF
064400     END-IF
064500     MOVE ELS-FACTOR TO WS-NEW-FACTOR.
064600 2500-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*  2600-SCAN-VERSIONS - WALK EVERY VERSION OF WS-LOOKUP-ID IN
065100*  KEY ORDER, LEAVING THE OPEN VERSION'S FIELDS IN THE WS-CUR-
065200*  AREAS.
065300*****************************************************************
065400 2600-SCAN-VERSIONS.
065500     MOVE 'N' TO WS-VERSION-FOUND-SW
065600     MOVE 'N' TO WS-CURRENT-FOUND-SW
065700     MOVE 'N' TO WS-SCAN-DONE-SW
065800     MOVE WS-LOOKUP-ID TO EMPM-ID
065900     MOVE '00000000' TO EMPM-VALID-FROM
066000     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
066100         INVALID KEY
066200             GO TO 2600-EXIT
066300     END-START
066400     PERFORM 2610-SCAN-ONE-VERSION THRU 2610-EXIT
066500         UNTIL WS-SCAN-DONE.
066600 2600-EXIT.
066700     EXIT.
066800
066900 2610-SCAN-ONE-VERSION.
067000     READ EMPMAST-FILE NEXT
067100         AT END
067200             MOVE 'Y' TO WS-SCAN-DONE-SW
067300             GO TO 2610-EXIT
067400     END-READ
067500     IF EMPM-ID NOT = WS-LOOKUP-ID
067600         MOVE 'Y' TO WS-SCAN-DONE-SW
067700         GO TO 2610-EXIT
067800     END-IF
067900     MOVE 'Y' TO WS-VERSION-FOUND-SW
068000     IF NOT EMPM-VERSION-OPEN
068100         GO TO 2610-EXIT
068200     END-IF
068300     MOVE 'Y' TO WS-CURRENT-FOUND-SW
068400     MOVE EMPM-VALID-FROM TO WS-CUR-VALID-FROM
068500     MOVE EMPM-MARRIED-ARG TO WS-CUR-MARRIED
068600     IF EMPM-TAX-CLASS-ARG NUMERIC
068700         MOVE EMPM-TAX-CLASS-ARG TO WS-CUR-CLASS
068800     ELSE
068900         MOVE ZERO TO WS-CUR-CLASS
069000     END-IF
069100     IF EMPM-CHILD-ALLOW NUMERIC
069200         MOVE EMPM-CHILD-ALLOW TO WS-CUR-CHILD-ALLOW
069300     ELSE
069400         MOVE ZERO TO WS-CUR-CHILD-ALLOW
069500     END-IF
069600     MOVE EMPM-CHURCH-ARG TO WS-CUR-CHURCH
069700     IF EMPM-CHURCH-RATE-ARG NUMERIC
069800         MOVE EMPM-CHURCH-RATE-ARG TO WS-CUR-CHURCH-RATE
069900     ELSE
070000         MOVE ZERO TO WS-CUR-CHURCH-RATE
070100     END-IF
070200     MOVE EMPM-SPOUSE-ID TO WS-CUR-SPOUSE
070300     IF EMPM-FACTOR NUMERIC
070400         MOVE EMPM-FACTOR TO WS-CUR-FACTOR
070500     ELSE
070600         MOVE ZERO TO WS-CUR-FACTOR
070700     END-IF.
070800 2610-EXIT.
070900     EXIT.
071000
071100*****************************************************************
071200*  2700-CHECK-COUPLE - THE EMPMAINT PAIR CHECKS ON THE NEW
071300*  VALUES.  THE SPOUSE'S BACK-LINK COMES FROM ITS OPEN VERSION;
071400*  ITS CLASS AND FACTOR FROM ITS OWN ROW ON THIS LIST IF IT HAS
071500*  ONE.  A SPOUSE NOT ON FILE IS A WARNING, AS IN EMPMAINT.
071600*  A FAILURE IS LEFT IN WS-LIST-TEXT.
071700*****************************************************************
071800 2700-CHECK-COUPLE.
071900     MOVE SPACES TO WS-LIST-TEXT
072000     IF (WS-NEW-CLASS = 3 OR WS-NEW-CLASS = 5)
072100         AND WS-NEW-SPOUSE = SPACES
072200         STRING 'CLASS ' WS-NEW-CLASS ' NEEDS A SPOUSE LINK - '
072300             'LINK THE PAIR IN EMPMAINT FIRST'
072400             DELIMITED BY SIZE INTO WS-LIST-TEXT
072500         GO TO 2700-EXIT
072600     END-IF
072700     IF WS-NEW-FACTOR NOT = ZERO
072800         AND WS-NEW-SPOUSE = SPACES
072900         MOVE 'FACTOR WITHOUT A SPOUSE LINK'
073000             TO WS-LIST-TEXT
073100         GO TO 2700-EXIT
073200     END-IF
073300     IF WS-NEW-SPOUSE = SPACES
073400         GO TO 2700-EXIT
073500     END-IF
073600     MOVE WS-NEW-SPOUSE TO WS-LOOKUP-ID
073700     PERFORM 2600-SCAN-VERSIONS THRU 2600-EXIT
073800     IF NOT WS-CURRENT-FOUND
073900         ADD 1 TO WS-WARNING-COUNT
074000         MOVE 'WARNING' TO WS-LIST-CATEGORY
074100         STRING 'SPOUSE ' WS-NEW-SPOUSE ' HAS NO OPEN VERSION - '
074200             'RUN EMPVERIF'
074300             DELIMITED BY SIZE INTO WS-LIST-TEXT
074400         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
074500         MOVE SPACES TO WS-LIST-TEXT
074600         GO TO 2700-EXIT
074700     END-IF
074800     MOVE WS-CUR-CLASS TO WS-SPOUSE-CLASS
074900     MOVE WS-CUR-SPOUSE TO WS-SPOUSE-BACKLINK
075000     MOVE WS-CUR-FACTOR TO WS-SPOUSE-FACTOR
075100     MOVE 'N' TO WS-PEND-FOUND-SW
075200     PERFORM 2750-TEST-PENDING-ENTRY THRU 2750-EXIT
075300         VARYING WS-PEND-IDX FROM 1 BY 1
075400         UNTIL WS-PEND-IDX > WS-PEND-COUNT
075500     IF (WS-NEW-CLASS = 3 AND WS-SPOUSE-CLASS = 5)
075600         OR (WS-NEW-CLASS = 5 AND WS-SPOUSE-CLASS = 3)
075700         OR (WS-NEW-CLASS = 4 AND WS-SPOUSE-CLASS = 4)
075800         CONTINUE
075900     ELSE
076000         STRING 'CLASS ' WS-NEW-CLASS ' WITH SPOUSE CLASS '
076100             WS-SPOUSE-CLASS ' IS NOT A LEGAL PAIR'
076200             DELIMITED BY SIZE INTO WS-LIST-TEXT
076300         GO TO 2700-EXIT
076400     END-IF
076500     IF WS-SPOUSE-BACKLINK NOT = SPACES
076600         AND WS-SPOUSE-BACKLINK NOT = ELS-EMP-ID
076700         STRING 'SPOUSE ' WS-NEW-SPOUSE ' IS LINKED TO '
076800             WS-SPOUSE-BACKLINK
076900             DELIMITED BY SIZE INTO WS-LIST-TEXT
077000         GO TO 2700-EXIT
077100     END-IF
077200     IF WS-NEW-CLASS = 4
077300         AND WS-SPOUSE-FACTOR NOT = ZERO
077400         AND WS-SPOUSE-FACTOR NOT = WS-NEW-FACTOR
077500         MOVE WS-SPOUSE-FACTOR TO WS-EDIT-FACTOR
077600         STRING 'FACTOR DISAGREES WITH THE SPOUSE FACTOR '
077700             WS-EDIT-FACTOR
077800             DELIMITED BY SIZE INTO WS-LIST-TEXT
077900     END-IF.
078000 2700-EXIT.
078100     EXIT.
078200
078300 2750-TEST-PENDING-ENTRY.
078400     IF WS-PEND-EMP-ID (WS-PEND-IDX) = WS-NEW-SPOUSE
078500         MOVE 'Y' TO WS-PEND-FOUND-SW
078600         MOVE WS-PEND-CLASS (WS-PEND-IDX) TO WS-SPOUSE-CLASS
078700         MOVE WS-PEND-FACTOR (WS-PEND-IDX) TO WS-SPOUSE-FACTOR
078800     END-IF.
078900 2750-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300*  2800-WRITE-NEW-VERSION - CLOSE THE OPEN VERSION AT THE
079400*  VALID-FROM DATE AND WRITE THE NEW ONE FROM IT, CARRYING
079500*  EVERY FIELD THE LIST DOES NOT TOUCH (NAME, BANK DETAILS,
079600*  SOCIAL-INSURANCE FLAGS, ...) OVER UNCHANGED.  THE CLOSED
079700*  VERSION IS RE-READ AS THE BASE FOR THE NEW ONE.
079800*****************************************************************
079900 2800-WRITE-NEW-VERSION.
080000     MOVE ELS-EMP-ID TO EMPM-ID
080100     MOVE WS-OPEN-VALID-FROM TO EMPM-VALID-FROM
080200     READ EMPMAST-FILE
080300         INVALID KEY
080400             DISPLAY 'ELSTIMP: OPEN VERSION READ FAILED - '
080500                 'STATUS ' WS-EMPM-FILE-STATUS
080600             MOVE 95 TO WS-RETURN-CODE
080700     END-READ
080800     IF WS-RETURN-CODE = 95
080900         GO TO 2800-EXIT
081000     END-IF
081100     MOVE ELS-VALID-FROM TO EMPM-VALID-TO
081200     REWRITE EMPM-RECORD
081300         INVALID KEY
081400             DISPLAY 'ELSTIMP: EMPMAST REWRITE FAILED - '
081500                 'STATUS ' WS-EMPM-FILE-STATUS
081600             MOVE 95 TO WS-RETURN-CODE
081700     END-REWRITE
081800     IF WS-RETURN-CODE = 95
081900         GO TO 2800-EXIT
082000     END-IF
082100     MOVE ELS-EMP-ID TO EMPM-ID
082200     MOVE WS-OPEN-VALID-FROM TO EMPM-VALID-FROM
082300     READ EMPMAST-FILE
082400         INVALID KEY
082500             DISPLAY 'ELSTIMP: CLOSED VERSION READ FAILED - '
082600                 'STATUS ' WS-EMPM-FILE-STATUS
082700             MOVE 95 TO WS-RETURN-CODE
082800     END-READ
082900     IF WS-RETURN-CODE = 95
083000         GO TO 2800-EXIT
083100     END-IF
083200     MOVE ELS-VALID-FROM TO EMPM-VALID-FROM
083300     MOVE '99999999' TO EMPM-VALID-TO
083400     MOVE WS-NEW-MARRIED TO EMPM-MARRIED-ARG
083500     MOVE WS-NEW-CLASS TO EMPM-TAX-CLASS-ARG
083600     MOVE WS-NEW-CHILD-ALLOW TO EMPM-CHILD-ALLOW
083700     MOVE WS-NEW-CHURCH TO EMPM-CHURCH-ARG
083800     MOVE WS-NEW-CHURCH-RATE TO EMPM-CHURCH-RATE-ARG
083900     MOVE WS-NEW-SPOUSE TO EMPM-SPOUSE-ID
084000     MOVE WS-NEW-FACTOR TO EMPM-FACTOR
084100     WRITE EMPM-RECORD
084200         INVALID KEY
084300             DISPLAY 'ELSTIMP: NEW VERSION WRITE FAILED - '
084400                 'STATUS ' WS-EMPM-FILE-STATUS
084500             MOVE 95 TO WS-RETURN-CODE
084600     END-WRITE.
084700 2800-EXIT.
084800     EXIT.
084900
085000*****************************************************************
085100*  2900-WRITE-CHECKPOINT - APPEND THE ROWS FINISHED SO FAR TO
085200*  ELSTCKPT.
085300*****************************************************************
085400 2900-WRITE-CHECKPOINT.
085500     MOVE SPACES TO CKPT-RECORD
085600     MOVE WS-CKPT-LAST-EMP-ID TO CKPT-LAST-EMP-ID
085700     MOVE WS-RECORDS-READ TO CKPT-RECORDS-DONE
085800     MOVE WS-RUN-DATE TO CKPT-RUN-DATE
085900     MOVE WS-RUN-TIME TO CKPT-RUN-TIME
086000     OPEN EXTEND CKPT-FILE
086100     IF WS-CKPT-FILE-NOT-FOUND
086200         OPEN OUTPUT CKPT-FILE
086300     END-IF
086400     WRITE CKPT-RECORD
086500     IF WS-CKPT-FILE-STATUS NOT = '00'
086600         DISPLAY 'ELSTIMP: CHECKPOINT WRITE FAILED - STATUS '
086700             WS-CKPT-FILE-STATUS
086800         MOVE 95 TO WS-RETURN-CODE
086900     END-IF
087000     CLOSE CKPT-FILE.
087100 2900-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*  6000-START-NEW-PAGE - PAGE HEADING AND COLUMN HEADS.
087600*****************************************************************
087700 6000-START-NEW-PAGE.
087800     ADD 1 TO WS-PAGE-NUMBER
087900     MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE
088000     IF WS-PAGE-NUMBER = 1
088100         WRITE PRINT-RECORD FROM WS-HEADING-1
088200             AFTER ADVANCING 0 LINES
088300     ELSE
088400         WRITE PRINT-RECORD FROM WS-HEADING-1
088500             AFTER ADVANCING PAGE
088600     END-IF
088700     WRITE PRINT-RECORD FROM WS-HEADING-2
088800         AFTER ADVANCING 1 LINE
088900     MOVE SPACES TO PRINT-RECORD
089000     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
089100     MOVE 3 TO WS-LINE-COUNT.
089200 6000-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*  6100-WRITE-REPORT-LINE - WRITE WS-SECTION-LINE, BREAKING TO
089700*  A NEW PAGE WHEN THE CURRENT ONE IS FULL.
089800*****************************************************************
089900 6100-WRITE-REPORT-LINE.
090000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
090100         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
090200     END-IF
090300     WRITE PRINT-RECORD FROM WS-SECTION-LINE
090400         AFTER ADVANCING 1 LINE
090500     ADD 1 TO WS-LINE-COUNT
090600     IF WS-EXC-FILE-STATUS NOT = '00'
090700         DISPLAY 'ELSTIMP: ELSTEXC WRITE FAILED - STATUS '
090800             WS-EXC-FILE-STATUS
090900         MOVE 98 TO WS-RETURN-CODE
091000     END-IF.
091100 6100-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500*  7000-LIST-EXCEPTION - ONE LISTING LINE FOR THE CURRENT ROW
091600*  UNDER WS-LIST-CATEGORY WITH WS-LIST-TEXT.  FIELDS THAT ARE
091700*  NOT NUMERIC ARE SHOWN AS RECEIVED.
091800*****************************************************************
091900 7000-LIST-EXCEPTION.
092000     MOVE ELS-EMP-ID TO WS-EXL-EMP-ID
092100     MOVE ELS-VALID-FROM TO WS-EXL-VALID-FROM
092200     MOVE ELS-TAX-CLASS TO WS-EXL-CLASS
092300     IF ELS-CHILD-ALLOW NUMERIC
092400         MOVE ELS-CHILD-ALLOW TO WS-EXL-CHILD
092500     ELSE
092600         MOVE ELS-CHILD-ALLOW-X TO WS-EXL-CHILD-X
092700     END-IF
092800     MOVE ELS-CHURCH-CODE TO WS-EXL-CHURCH
092900     IF ELS-FACTOR NUMERIC
093000         MOVE ELS-FACTOR TO WS-EXL-FACTOR
093100     ELSE
093200         MOVE ELS-FACTOR-X TO WS-EXL-FACTOR-X
093300     END-IF
093400     MOVE WS-LIST-CATEGORY TO WS-EXL-CATEGORY
093500     MOVE WS-LIST-TEXT TO WS-EXL-TEXT
093600     MOVE WS-EXCEPTION-LINE TO WS-SECTION-LINE
093700     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
093800 7000-EXIT.
093900     EXIT.
094000
094100 7100-LIST-REJECTION.
094200     ADD 1 TO WS-REJECTED-COUNT
094300     MOVE 'REJECTED' TO WS-LIST-CATEGORY
094400     PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT.
094500 7100-EXIT.
094600     EXIT.
094700
094800*****************************************************************
094900*  9000-TERMINATE - PRINT THE CONTROL COUNTS, BALANCE THE RUN,
095000*  CLOSE THE FILES AND SET THE RETURN CODE.
095100*****************************************************************
095200 9000-TERMINATE.
095300     IF WS-FILES-OPEN
095400         PERFORM 9100-PRINT-CONTROL-COUNTS THRU 9100-EXIT
095500         PERFORM 9200-BALANCE-RUN THRU 9200-EXIT
095600         CLOSE ELSTCHG-FILE
095700         CLOSE EMPMAST-FILE
095800         CLOSE ELSTEXC-FILE
095900     END-IF
096000     DISPLAY 'ELSTIMP: ROWS READ........... ' WS-RECORDS-READ
096100     DISPLAY 'ELSTIMP: SKIPPED ON RESTART.. ' WS-RECORDS-SKIPPED
096200     DISPLAY 'ELSTIMP: VERSIONS WRITTEN.... ' WS-APPLIED-COUNT
096300     DISPLAY 'ELSTIMP: NOTHING TO CHANGE... ' WS-UNCHANGED-COUNT
096400     DISPLAY 'ELSTIMP: UNKNOWN EMPLOYEES... ' WS-UNKNOWN-COUNT
096500     DISPLAY 'ELSTIMP: ROWS REJECTED....... ' WS-REJECTED-COUNT
096600     DISPLAY 'ELSTIMP: RETROACTIVE CHANGES. ' WS-RETRO-COUNT
096700     DISPLAY 'ELSTIMP: WARNINGS............ ' WS-WARNING-COUNT
096800     IF WS-RETURN-CODE = ZERO
096900         AND (WS-UNKNOWN-COUNT > ZERO
097000              OR WS-REJECTED-COUNT > ZERO
097100              OR WS-RETRO-COUNT > ZERO
097200              OR WS-WARNING-COUNT > ZERO)
097300         DISPLAY 'ELSTIMP: EXCEPTIONS LISTED ON ELSTEXC - REVIEW '
097400             'BEFORE THE NEXT TAXBATCH RUN'
097500         MOVE 04 TO WS-RETURN-CODE
097600     END-IF.
097700 9000-EXIT.
097800     EXIT.
097900
098000 9100-PRINT-CONTROL-COUNTS.
098100     MOVE SPACES TO WS-SECTION-LINE
098200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
098300     MOVE 'CONTROL COUNTS' TO WS-SECTION-LINE
098400     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
098500     MOVE 'ROWS READ' TO WS-CTL-LABEL
098600     MOVE WS-RECORDS-READ TO WS-CTL-COUNT
098700     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
098800     MOVE 'SKIPPED ON RESTART' TO WS-CTL-LABEL
098900     MOVE WS-RECORDS-SKIPPED TO WS-CTL-COUNT
099000     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
099100     MOVE 'NEW VERSIONS WRITTEN' TO WS-CTL-LABEL
099200     MOVE WS-APPLIED-COUNT TO WS-CTL-COUNT
099300     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
099400     MOVE 'NOTHING TO CHANGE' TO WS-CTL-LABEL
099500     MOVE WS-UNCHANGED-COUNT TO WS-CTL-COUNT
099600     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
099700     MOVE 'UNKNOWN EMPLOYEES' TO WS-CTL-LABEL
099800     MOVE WS-UNKNOWN-COUNT TO WS-CTL-COUNT
099900     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
100000     MOVE 'ROWS REJECTED' TO WS-CTL-LABEL
100100     MOVE WS-REJECTED-COUNT TO WS-CTL-COUNT
100200     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
100300     MOVE 'OF WRITTEN - RETROACTIVE' TO WS-CTL-LABEL
100400     MOVE WS-RETRO-COUNT TO WS-CTL-COUNT
100500     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT
100600     MOVE 'WARNINGS' TO WS-CTL-LABEL
100700     MOVE WS-WARNING-COUNT TO WS-CTL-COUNT
100800     PERFORM 9110-PRINT-CONTROL-LINE THRU 9110-EXIT.
100900 9100-EXIT.
101000     EXIT.
101100
101200 9110-PRINT-CONTROL-LINE.
101300     MOVE WS-CONTROL-LINE TO WS-SECTION-LINE
101400     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
101500 9110-EXIT.
101600     EXIT.
101700
101800*****************************************************************
101900*  9200-BALANCE-RUN - EVERY ROW READ MUST HAVE BEEN SKIPPED,
102000*  WRITTEN, PASSED OVER, OR LISTED AS UNKNOWN OR REJECTED.  A
102100*  RUN STOPPED BY AN I/O FAILURE IS NOT BALANCED - IT IS
102200*  RESTARTED.
102300*****************************************************************
102400 9200-BALANCE-RUN.
102500     IF WS-RETURN-CODE NOT < 95
102600         GO TO 9200-EXIT
102700     END-IF
102800     COMPUTE WS-BALANCE-COUNT = WS-RECORDS-SKIPPED
102900         + WS-APPLIED-COUNT + WS-UNCHANGED-COUNT
103000         + WS-UNKNOWN-COUNT + WS-REJECTED-COUNT
103100     IF WS-BALANCE-COUNT = WS-RECORDS-READ
103200         DISPLAY 'ELSTIMP: BALANCE - RUN IS IN BALANCE'
103300     ELSE
103400         DISPLAY 'ELSTIMP: BALANCE - ' WS-BALANCE-COUNT
103500             ' ROWS ACCOUNTED FOR, ' WS-RECORDS-READ ' READ'
103600         MOVE 96 TO WS-RETURN-CODE
103700     END-IF.
103800 9200-EXIT.
103900     EXIT.
104000
104100*****************************************************************
104200*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
104300*****************************************************************
104400 9800-LOG-RUN-START.
104500     MOVE SPACES TO RLOG-RECORD
104600     MOVE 'S' TO RLOG-RECORD-TYPE
104700     MOVE 'ELSTIMP' TO RLOG-PROGRAM-ID
104800     MOVE ZERO TO RLOG-RETURN-CODE
104900     MOVE ZERO TO RLOG-RECORDS-READ
105000     MOVE ZERO TO RLOG-RECORDS-WRITTEN
105100     MOVE ZERO TO RLOG-RECORDS-REJECTED
105200     CALL 'RUNLOGW' USING RLOG-RECORD.
105300 9800-EXIT.
105400     EXIT.
105500
105600 9900-LOG-RUN-END.
105700     MOVE SPACES TO RLOG-RECORD
105800     MOVE 'E' TO RLOG-RECORD-TYPE
105900     MOVE 'ELSTIMP' TO RLOG-PROGRAM-ID
106000     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
106100     MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
106200     MOVE WS-APPLIED-COUNT TO RLOG-RECORDS-WRITTEN
106300     COMPUTE RLOG-RECORDS-REJECTED =
106400         WS-UNKNOWN-COUNT + WS-REJECTED-COUNT
106500     CALL 'RUNLOGW' USING RLOG-RECORD.
106600 9900-EXIT.
106700     EXIT.
