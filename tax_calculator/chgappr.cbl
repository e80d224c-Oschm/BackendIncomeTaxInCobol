000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGAPPR.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  FOUR-EYES APPROVAL OF
001100*                  MASTER CHANGES.  BRKMAINT, STATMAINT AND
001200*                  EMPMAINT NO LONGER UPDATE BRKTAB, STATTAB OR
001300*                  EMPMAST; THEY WRITE EACH CHANGE TO THE PENDCHG
001400*                  FILE (PCHGREC.CPY) WITH THE MASTER ROW AS IT
001500*                  STOOD AND AS PROPOSED.  THIS PROGRAM LISTS THE
001600*                  PENDING CHANGES FIELD BY FIELD, BEFORE AND
001700*                  AFTER, AND LETS A SECOND USER APPROVE OR
001800*                  REJECT EACH ONE.  THE USER WHO KEYED A CHANGE
001900*                  CAN NEITHER APPROVE NOR REJECT IT.  APPROVAL
002000*                  APPLIES THE CHANGE TO THE MASTER; EVERY
002100*                  DECISION LEAVES THE PENDCHG FILE AND IS
002200*                  APPENDED TO THE CHGHIST CHANGE-HISTORY FILE,
002300*                  WHICH HIST LISTS FOR THE AUDITORS.
002400*  2026-10-15  RD  THE LEAVER'S EXIT DATE (EMPM-EXIT-DATE) IS
002500*                  LISTED WITH THE OTHER EMPMAST FIELDS.
002600*  2026-10-15  RD  SVTAB CHANGES FROM SVMAINT ARE LISTED,
002700*                  APPROVED AND APPLIED HERE AS WELL, IN THE
002800*                  SAME WAY AS STATTAB CHANGES.
002900*
003000*  ARGUMENT-VALUE SEQUENCE:
003100*      1  ACTION-ARG     'LIST' - PRINT EVERY PENDING CHANGE ON
003200*                                 CHGLIST
003300*                        'APR'  - APPROVE AND APPLY ONE CHANGE
003400*                        'REJ'  - REJECT ONE CHANGE
003500*                        'HIST' - PRINT THE DECISIONS ON CHGHIST
003600*      2  CHANGE-ID-ARG  PIC X(16) - FOR APR AND REJ, THE CHANGE
003700*                        NUMBER AS PRINTED BY LIST.  FOR HIST, AN
003800*                        OPTIONAL FROM-DATE (YYYYMMDD) - ONLY
003900*                        DECISIONS TAKEN ON OR AFTER IT ARE LISTED
004000*
004100*  THE APPROVER IS THE SIGNED-ON USER ID (ENVIRONMENT VARIABLE
004200*  USER), AS FOR THE USER WHO KEYED THE CHANGE - SEE PCHGIO.
004300*  A CHANGE IS ONLY APPLIED IF THE MASTER ROW STILL MATCHES ITS
004400*  BEFORE IMAGE (FOR AN EMPMAST CHANGE, THE OPEN VERSION).  IF
004500*  IT DOES NOT, THE MASTER HAS MOVED ON SINCE THE CHANGE WAS
004600*  KEYED: THE APPROVAL IS REFUSED WITH RC 93 AND THE CHANGE
004700*  STAYS PENDING UNTIL IT IS REJECTED AND KEYED AGAIN.
004800*  AN APPROVED EMPMAST UPD CLOSES THE OPEN VERSION AT THE NEW
004900*  VERSION'S VALID-FROM AND WRITES THE NEW VERSION, AS EMPMAINT
005000*  USED TO; AN APPROVED DEL REMOVES EVERY VERSION.  AN APPROVED
005100*  BRKTAB, STATTAB OR SVTAB ADD IS INSERTED IN KEY SEQUENCE.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PCH-FILE-STATUS.
005900     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-HST-FILE-STATUS.
006200     SELECT CHGLIST-FILE ASSIGN TO "CHGLIST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LST-FILE-STATUS.
006500     SELECT BRKTAB-FILE ASSIGN TO "BRKTAB"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BRK-FILE-STATUS.
006800     SELECT STATTAB-FILE ASSIGN TO "STATTAB"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-STAT-FILE-STATUS.
007100     SELECT SVTAB-FILE ASSIGN TO "SVTAB"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-SV-FILE-STATUS.
007400     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS EMPM-KEY
007800         FILE STATUS IS WS-EMPM-FILE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PENDCHG-FILE.
008200 01  PENDCHG-REC                  PIC X(400).
008300 FD  CHGHIST-FILE.
008400 01  CHGHIST-REC                  PIC X(400).
008500 FD  CHGLIST-FILE.
008600 01  PRINT-RECORD                 PIC X(132).
008700 FD  BRKTAB-FILE.
008800 COPY BRKTAB.
008900 FD  STATTAB-FILE.
009000 COPY STATTAB.
009100 FD  SVTAB-FILE.
009200 COPY SVTAB.
009300 FD  EMPMAST-FILE.
009400 COPY EMPMREC.
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
009700*  COMMAND-LINE ARGUMENTS
009800*****************************************************************
009900 01  CLI-ACTION-ARG               PIC X(04) VALUE SPACES.
010000     88  CLI-ACTION-IS-LIST           VALUE 'LIST'.
010100     88  CLI-ACTION-IS-APR            VALUE 'APR '.
010200     88  CLI-ACTION-IS-REJ            VALUE 'REJ '.
010300     88  CLI-ACTION-IS-HIST           VALUE 'HIST'.
010400 01  CLI-CHANGE-ID-ARG            PIC X(16) VALUE SPACES.
010500 01  CLI-FROM-DATE-ARG            PIC X(08) VALUE SPACES.
010600 01  WS-SWITCHES.
010700     05  WS-PCH-FILE-STATUS       PIC X(02) VALUE '00'.
010800         88  WS-PCH-FILE-NOT-FOUND    VALUE '05' '35'.
010900         88  WS-PCH-EOF               VALUE '10'.
011000     05  WS-HST-FILE-STATUS       PIC X(02) VALUE '00'.
011100         88  WS-HST-FILE-NOT-FOUND    VALUE '05' '35'.
011200         88  WS-HST-EOF               VALUE '10'.
011300     05  WS-LST-FILE-STATUS       PIC X(02) VALUE '00'.
011400     05  WS-BRK-FILE-STATUS       PIC X(02) VALUE '00'.
011500         88  WS-BRK-FILE-NOT-FOUND    VALUE '05' '35'.
011600         88  WS-BRK-EOF               VALUE '10'.
011700     05  WS-STAT-FILE-STATUS      PIC X(02) VALUE '00'.
011800         88  WS-STAT-FILE-NOT-FOUND   VALUE '05' '35'.
011900         88  WS-STAT-EOF              VALUE '10'.
012000     05  WS-SV-FILE-STATUS        PIC X(02) VALUE '00'.
012100         88  WS-SV-FILE-NOT-FOUND     VALUE '05' '35'.
012200         88  WS-SV-EOF                VALUE '10'.
012300     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
012400         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
012500     05  WS-LIST-OPEN-SW          PIC X(01) VALUE 'N'.
012600         88  WS-LIST-OPEN             VALUE 'Y'.
012700     05  WS-CHANGE-FOUND-SW       PIC X(01) VALUE 'N'.
012800         88  WS-CHANGE-FOUND          VALUE 'Y'.
012900     05  WS-PEND-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
013000         88  WS-PEND-TABLE-FULL       VALUE 'Y'.
013100     05  WS-ROW-FOUND-SW          PIC X(01) VALUE 'N'.
013200         88  WS-ROW-FOUND             VALUE 'Y'.
013300     05  WS-ROW-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
013400         88  WS-ROW-TABLE-FULL        VALUE 'Y'.
013500     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
013600         88  WS-VERSION-FOUND         VALUE 'Y'.
013700     05  WS-CURRENT-FOUND-SW      PIC X(01) VALUE 'N'.
013800         88  WS-CURRENT-FOUND         VALUE 'Y'.
013900     05  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
014000         88  WS-SCAN-DONE             VALUE 'Y'.
014100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
014200 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
014300 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
014400 01  WS-USER-ID                   PIC X(08) VALUE SPACES.
014500 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
014600 01  WS-CHANGES-PRINTED           PIC 9(9) COMP VALUE ZERO.
014700 01  WS-CHANGES-DECIDED           PIC 9(9) COMP VALUE ZERO.
014800 01  WS-CHANGES-REFUSED           PIC 9(9) COMP VALUE ZERO.
014900 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
015000 01  WS-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
015100 01  WS-LINES-PER-PAGE            PIC 9(4) COMP VALUE 55.
015200*****************************************************************
015300*  THE CHANGE BEING LISTED OR DECIDED - SEE PCHGREC.CPY.
015400*****************************************************************
015500 COPY PCHGREC.
015600*****************************************************************
015700*  PENDING CHANGES, LOADED FOR APR AND REJ SO THE PENDCHG FILE
015800*  CAN BE WRITTEN BACK WITHOUT THE ONE DECIDED.
015900*****************************************************************
016000 01  WS-PEND-COUNT                PIC 9(4) COMP VALUE ZERO.
016100 01  WS-PEND-IDX                  PIC 9(4) COMP VALUE ZERO.
016200 01  WS-PEND-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
016300 01  WS-PENDING-TABLE.
016400     05  WS-PEND-ENTRY            PIC X(400) OCCURS 500 TIMES.
016500*****************************************************************
016600*  BRKTAB, STATTAB OR SVTAB ROWS, LOADED WHOLE TO APPLY ONE
016700*  APPROVED CHANGE AND WRITE THE TABLE BACK.  WS-KEY-LEN IS THE
016800*  LENGTH OF THE KEY AT THE FRONT OF THE ROW (BRK-KEY 6,
016900*  STAT-YEAR AND SV-YEAR 4).  A ROW HOLDS THE LONGEST RECORD,
017000*  SV-RECORD; SHORTER ROWS ARE PADDED WITH SPACES.
017100*****************************************************************
017200 01  WS-ROW-COUNT                 PIC 9(4) COMP VALUE ZERO.
017300 01  WS-ROW-IDX                   PIC 9(4) COMP VALUE ZERO.
017400 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
017500 01  WS-INSERT-IDX                PIC 9(4) COMP VALUE ZERO.
017600 01  WS-KEY-LEN                   PIC 9(4) COMP VALUE ZERO.
017700 01  WS-ROW-TABLE.
017800     05  WS-ROW-ENTRY             PIC X(106) OCCURS 200 TIMES.
017900*****************************************************************
018000*  THE MASTER ROW AS IT STANDS NOW, COMPARED WITH THE CHANGE'S
018100*  BEFORE IMAGE.  FOR EMPMAST, THE OPEN VERSION.
018200*****************************************************************
018300 01  WS-CURRENT-IMAGE             PIC X(150) VALUE SPACES.
018400 01  WS-CUR-VALID-FROM            PIC X(08) VALUE SPACES.
018500 01  WS-NEW-VALID-FROM            PIC X(08) VALUE SPACES.
018600 01  WS-VERSIONS-DELETED          PIC 9(4) COMP VALUE ZERO.
018700*****************************************************************
018800*  FIELD-BY-FIELD BEFORE/AFTER VALUES OF ONE CHANGE, DECODED
018900*  FROM THE IMAGES THROUGH THE MASTER RECORD LAYOUTS.
019000*****************************************************************
019100 01  WS-DECODE-IMAGE              PIC X(150) VALUE SPACES.
019200 01  WS-FIELD-COUNT               PIC 9(4) COMP VALUE ZERO.
019300 01  WS-FIELD-IDX                 PIC 9(4) COMP VALUE ZERO.
019400 01  WS-DECODE-VALUES.
019500     05  WS-DV                    PIC X(30) OCCURS 24 TIMES.
019600 01  WS-FIELD-TABLE.
019700     05  WS-FIELD-ENTRY OCCURS 24 TIMES.
019800         10  WS-FT-NAME           PIC X(20).
019900         10  WS-FT-BEFORE         PIC X(30).
020000         10  WS-FT-AFTER          PIC X(30).
020100 01  WS-ED-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
020200 01  WS-ED-SIGNED                 PIC -Z,ZZZ,ZZ9.99.
020300 01  WS-ED-BASE                   PIC -ZZ,ZZ9.9999.
020400 01  WS-ED-RATE                   PIC 9.999.
020500 01  WS-ED-CHILD                  PIC Z9.9.
020600 01  WS-ED-PERCENT                PIC Z9.999.
020700*****************************************************************
020800*  PRINT LINE LAYOUTS.
020900*****************************************************************
021000 01  WS-HEADING-1.
021100     05  FILLER                   PIC X(20)
021200         VALUE 'PAYROLL SYSTEMS     '.
021300     05  WS-HD1-TITLE             PIC X(35).
021400     05  FILLER                   PIC X(08) VALUE 'PRINTED '.
021500     05  WS-HD1-DATE              PIC X(08).
021600     05  FILLER                   PIC X(52) VALUE SPACES.
021700     05  FILLER                   PIC X(05) VALUE 'PAGE '.
021800     05  WS-HD1-PAGE              PIC ZZZ9.
021900 01  WS-HEADING-2.
022000     05  FILLER                   PIC X(04) VALUE SPACES.
022100     05  FILLER                   PIC X(20) VALUE 'FIELD'.
022200     05  FILLER                   PIC X(02) VALUE SPACES.
022300     05  FILLER                   PIC X(30) VALUE 'BEFORE'.
022400     05  FILLER                   PIC X(02) VALUE SPACES.
022500     05  FILLER                   PIC X(30) VALUE 'AFTER'.
022600 01  WS-CHANGE-LINE.
022700     05  FILLER                   PIC X(07) VALUE 'CHANGE '.
022800     05  WS-CL-CHANGE-ID          PIC X(16).
022900     05  FILLER                   PIC X(02) VALUE SPACES.
023000     05  WS-CL-TABLE              PIC X(07).
023100     05  FILLER                   PIC X(01) VALUE SPACES.
023200     05  WS-CL-ACTION             PIC X(03).
023300     05  FILLER                   PIC X(06) VALUE '  KEY '.
023400     05  WS-CL-KEY                PIC X(19).
023500     05  FILLER                   PIC X(12)
023600         VALUE '  EFFECTIVE '.
023700     05  WS-CL-EFF-DATE           PIC X(08).
023800     05  FILLER                   PIC X(11)
023900         VALUE '  KEYED BY '.
024000     05  WS-CL-ENTERED-BY         PIC X(08).
024100 01  WS-DECISION-LINE.
024200     05  FILLER                   PIC X(04) VALUE SPACES.
024300     05  WS-DL-DECISION           PIC X(08).
024400     05  FILLER                   PIC X(04) VALUE ' BY '.
024500     05  WS-DL-DECIDED-BY         PIC X(08).
024600     05  FILLER                   PIC X(04) VALUE ' ON '.
024700     05  WS-DL-DECIDED-DATE       PIC X(08).
024800     05  FILLER                   PIC X(01) VALUE SPACES.
024900     05  WS-DL-DECIDED-TIME       PIC X(08).
025000 01  WS-FIELD-LINE.
025100     05  FILLER                   PIC X(04) VALUE SPACES.
025200     05  WS-FL-NAME               PIC X(20).
025300     05  FILLER                   PIC X(02) VALUE SPACES.
025400     05  WS-FL-BEFORE             PIC X(30).
025500     05  FILLER                   PIC X(02) VALUE SPACES.
025600     05  WS-FL-AFTER              PIC X(30).
025700     05  FILLER                   PIC X(02) VALUE SPACES.
025800     05  WS-FL-MARK               PIC X(07).
025900 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
026000*****************************************************************
026100*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
026200*****************************************************************
026300 COPY RLOGREC.
026400 PROCEDURE DIVISION.
026500 0000-MAINLINE.
026600     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026800     IF WS-RETURN-CODE = ZERO
026900         EVALUATE TRUE
027000             WHEN CLI-ACTION-IS-LIST
027100                 PERFORM 4000-LIST-PENDING THRU 4000-EXIT
027200             WHEN CLI-ACTION-IS-HIST
027300                 PERFORM 4100-LIST-HISTORY THRU 4100-EXIT
027400             WHEN OTHER
027500                 PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
027600                 IF WS-RETURN-CODE = ZERO
027700                     PERFORM 3000-DECIDE-CHANGE THRU 3000-EXIT
027800                 END-IF
027900         END-EVALUATE
028000     END-IF
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT
028200     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
028300     STOP RUN RETURNING WS-RETURN-CODE.
028400
028500*****************************************************************
028600*  1000-INITIALIZE - READ THE ARGUMENTS AND THE SIGNED-ON USER.
028700*  LIST AND HIST NEED NO USER; A DECISION ALWAYS DOES.
028800*****************************************************************
028900 1000-INITIALIZE.
029000     ACCEPT CLI-ACTION-ARG FROM ARGUMENT-VALUE
029100     ACCEPT CLI-CHANGE-ID-ARG FROM ARGUMENT-VALUE
029200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029300     ACCEPT WS-RUN-TIME FROM TIME
029400     DISPLAY 'USER' UPON ENVIRONMENT-NAME
029500     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
029600     IF NOT CLI-ACTION-IS-LIST
029700         AND NOT CLI-ACTION-IS-APR
029800         AND NOT CLI-ACTION-IS-REJ
029900         AND NOT CLI-ACTION-IS-HIST
030000         DISPLAY 'CHGAPPR: ACTION-ARG MUST BE LIST, APR, REJ OR '
030100             'HIST'
030200         MOVE 92 TO WS-RETURN-CODE
030300         GO TO 1000-EXIT
030400     END-IF
030500     IF CLI-ACTION-IS-HIST
030600         MOVE CLI-CHANGE-ID-ARG (1:8) TO CLI-FROM-DATE-ARG
030700         IF CLI-FROM-DATE-ARG = SPACES
030800             MOVE '00000000' TO CLI-FROM-DATE-ARG
030900         END-IF
031000         IF CLI-FROM-DATE-ARG NOT NUMERIC
031100             DISPLAY 'CHGAPPR: HIST FROM-DATE MUST BE YYYYMMDD '
031200                 'OR BLANK'
031300             MOVE 92 TO WS-RETURN-CODE
031400         END-IF
031500         GO TO 1000-EXIT
031600     END-IF
031700     IF CLI-ACTION-IS-LIST
031800         GO TO 1000-EXIT
031900     END-IF
032000     IF CLI-CHANGE-ID-ARG = SPACES
032100         DISPLAY 'CHGAPPR: CHANGE-ID-ARG MUST BE GIVEN FOR APR '
032200             'AND REJ - SEE THE LIST'
032300         MOVE 92 TO WS-RETURN-CODE
032400         GO TO 1000-EXIT
032500     END-IF
032600     IF WS-USER-ID = SPACES
032700         DISPLAY 'CHGAPPR: NO SIGNED-ON USER ID - NO DECISION '
032800             'TAKEN'
032900         MOVE 92 TO WS-RETURN-CODE
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  2000-LOAD-PENDING - READ THE WHOLE PENDCHG FILE INTO STORAGE
033600*  AND FIND THE CHANGE NAMED ON THE COMMAND LINE.
033700*****************************************************************
033800 2000-LOAD-PENDING.
033900     OPEN INPUT PENDCHG-FILE
034000     IF WS-PCH-FILE-NOT-FOUND
034100         DISPLAY 'CHGAPPR: NO PENDCHG FILE - NO CHANGE IS PENDING'
034200         MOVE 94 TO WS-RETURN-CODE
034300         GO TO 2000-EXIT
034400     END-IF
034500     PERFORM 2100-READ-PENDING-ROW THRU 2100-EXIT
034600         UNTIL WS-PCH-EOF
034700            OR WS-PEND-TABLE-FULL
034800     CLOSE PENDCHG-FILE
034900     IF WS-PEND-TABLE-FULL
035000         DISPLAY 'CHGAPPR: MORE THAN 500 PENDING CHANGES - '
035100             'PENDING TABLE FULL, NO DECISION TAKEN'
035200         MOVE 96 TO WS-RETURN-CODE
035300         GO TO 2000-EXIT
035400     END-IF
035500     MOVE 'N' TO WS-CHANGE-FOUND-SW
035600     PERFORM 2200-TEST-CHANGE THRU 2200-EXIT
035700         VARYING WS-PEND-IDX FROM 1 BY 1
035800         UNTIL WS-PEND-IDX > WS-PEND-COUNT
035900            OR WS-CHANGE-FOUND
036000     IF NOT WS-CHANGE-FOUND
036100         DISPLAY 'CHGAPPR: CHANGE ' CLI-CHANGE-ID-ARG
036200             ' IS NOT PENDING'
036300         MOVE 94 TO WS-RETURN-CODE
036400         GO TO 2000-EXIT
036500     END-IF
036600     MOVE WS-PEND-ENTRY (WS-PEND-FOUND-IDX) TO PCH-RECORD.
036700 2000-EXIT.
036800     EXIT.
036900
037000 2100-READ-PENDING-ROW.
037100     READ PENDCHG-FILE
037200         AT END
037300             GO TO 2100-EXIT
037400     END-READ
037500     ADD 1 TO WS-ROWS-READ
037600     IF WS-PEND-COUNT < 500
037700         ADD 1 TO WS-PEND-COUNT
037800         MOVE PENDCHG-REC TO WS-PEND-ENTRY (WS-PEND-COUNT)
037900     ELSE
038000         MOVE 'Y' TO WS-PEND-TABLE-FULL-SW
038100     END-IF.
038200 2100-EXIT.
038300     EXIT.
038400
038500 2200-TEST-CHANGE.
038600     IF WS-PEND-ENTRY (WS-PEND-IDX) (1:16) = CLI-CHANGE-ID-ARG
038700         MOVE 'Y' TO WS-CHANGE-FOUND-SW
038800         MOVE WS-PEND-IDX TO WS-PEND-FOUND-IDX
038900     END-IF.
039000 2200-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*  3000-DECIDE-CHANGE - HOLD THE DECISION TO THE FOUR-EYES RULE,
039500*  APPLY AN APPROVED CHANGE TO ITS MASTER AND RECORD THE
039600*  DECISION.  A CHANGE THAT CANNOT BE APPLIED STAYS PENDING.
039700*****************************************************************
039800 3000-DECIDE-CHANGE.
039900     IF WS-USER-ID = PCH-ENTERED-BY
040000         DISPLAY 'CHGAPPR: CHANGE ' PCH-CHANGE-ID ' WAS KEYED BY '
040100             PCH-ENTERED-BY ' - ANOTHER USER MUST DECIDE IT'
040200         MOVE 92 TO WS-RETURN-CODE
040300         ADD 1 TO WS-CHANGES-REFUSED
040400         GO TO 3000-EXIT
040500     END-IF
040600     IF CLI-ACTION-IS-APR
040700         PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
040800         IF WS-RETURN-CODE NOT = ZERO
040900             ADD 1 TO WS-CHANGES-REFUSED
041000             GO TO 3000-EXIT
041100         END-IF
041200         MOVE 'A' TO PCH-STATUS
041300     ELSE
041400         MOVE 'R' TO PCH-STATUS
041500     END-IF
041600     PERFORM 7000-RECORD-DECISION THRU 7000-EXIT
041700     IF WS-RETURN-CODE = ZERO
041800         ADD 1 TO WS-CHANGES-DECIDED
041900         IF PCH-APPROVED
042000             DISPLAY 'CHGAPPR: CHANGE ' PCH-CHANGE-ID
042100                 ' APPROVED BY ' WS-USER-ID ' AND APPLIED'
042200         ELSE
042300             DISPLAY 'CHGAPPR: CHANGE ' PCH-CHANGE-ID
042400                 ' REJECTED BY ' WS-USER-ID ' - MASTER UNCHANGED'
042500         END-IF
042600     END-IF.
042700 3000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  4000-LIST-PENDING - ONE BLOCK PER PENDING CHANGE ON CHGLIST,
043200*  EVERY FIELD OF THE MASTER ROW BEFORE AND AFTER.
043300*****************************************************************
043400 4000-LIST-PENDING.
043500     MOVE 'PENDING MASTER CHANGES' TO WS-HD1-TITLE
043600     PERFORM 4900-OPEN-LIST THRU 4900-EXIT
043700     OPEN INPUT PENDCHG-FILE
043800     IF NOT WS-PCH-FILE-NOT-FOUND
043900         PERFORM 4010-LIST-PENDING-ROW THRU 4010-EXIT
044000             UNTIL WS-PCH-EOF
044100         CLOSE PENDCHG-FILE
044200     END-IF
044300     IF WS-CHANGES-PRINTED = ZERO
044400         MOVE SPACES TO WS-SECTION-LINE
044500         MOVE 'NO CHANGES ARE PENDING' TO WS-SECTION-LINE
044600         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
044700     END-IF.
044800 4000-EXIT.
044900     EXIT.
045000
045100 4010-LIST-PENDING-ROW.
045200     READ PENDCHG-FILE INTO PCH-RECORD
045300         AT END
045400             GO TO 4010-EXIT
045500     END-READ
045600     ADD 1 TO WS-ROWS-READ
045700     PERFORM 4200-PRINT-CHANGE-BLOCK THRU 4200-EXIT.
045800 4010-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*  4100-LIST-HISTORY - THE SAME BLOCKS FOR EVERY DECISION ON
046300*  CHGHIST TAKEN ON OR AFTER THE FROM-DATE, WITH WHO DECIDED
046400*  IT AND WHEN.
046500*****************************************************************
046600 4100-LIST-HISTORY.
046700     OPEN INPUT CHGHIST-FILE
046800     IF WS-HST-FILE-NOT-FOUND
046900         DISPLAY 'CHGAPPR: NO CHGHIST FILE - NO DECISION HAS '
047000             'BEEN TAKEN YET'
047100         MOVE 91 TO WS-RETURN-CODE
047200         GO TO 4100-EXIT
047300     END-IF
047400     MOVE 'MASTER CHANGE HISTORY' TO WS-HD1-TITLE
047500     PERFORM 4900-OPEN-LIST THRU 4900-EXIT
047600     PERFORM 4110-LIST-HISTORY-ROW THRU 4110-EXIT
047700         UNTIL WS-HST-EOF
047800     CLOSE CHGHIST-FILE
047900     IF WS-CHANGES-PRINTED = ZERO
048000         MOVE SPACES TO WS-SECTION-LINE
048100         MOVE 'NO DECISIONS IN THE PERIOD' TO WS-SECTION-LINE
048200         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
048300     END-IF.
048400 4100-EXIT.
048500     EXIT.
048600
048700 4110-LIST-HISTORY-ROW.
048800     READ CHGHIST-FILE INTO PCH-RECORD
048900         AT END
049000             GO TO 4110-EXIT
049100     END-READ
049200     ADD 1 TO WS-ROWS-READ
049300     IF PCH-DECIDED-DATE < CLI-FROM-DATE-ARG
049400         GO TO 4110-EXIT
049500     END-IF
049600     PERFORM 4200-PRINT-CHANGE-BLOCK THRU 4200-EXIT.
049700 4110-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*  4200-PRINT-CHANGE-BLOCK - THE CHANGE IN PCH-RECORD: ITS
050200*  HEADER LINE, THE DECISION IF ONE WAS TAKEN, AND ONE LINE PER
050300*  FIELD WITH THE FIELDS THE CHANGE ALTERS MARKED.
050400*****************************************************************
050500 4200-PRINT-CHANGE-BLOCK.
050600     ADD 1 TO WS-CHANGES-PRINTED
050700     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
050800         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
050900     END-IF
051000     MOVE PCH-CHANGE-ID TO WS-CL-CHANGE-ID
051100     EVALUATE TRUE
051200         WHEN PCH-IS-BRKTAB
051300             MOVE 'BRKTAB' TO WS-CL-TABLE
051400         WHEN PCH-IS-STATTAB
051500             MOVE 'STATTAB' TO WS-CL-TABLE
051600         WHEN PCH-IS-SVTAB
051700             MOVE 'SVTAB' TO WS-CL-TABLE
051800         WHEN PCH-IS-EMPMAST
051900             MOVE 'EMPMAST' TO WS-CL-TABLE
052000         WHEN OTHER
052100             MOVE PCH-TABLE TO WS-CL-TABLE
052200     END-EVALUATE
052300     MOVE PCH-ACTION TO WS-CL-ACTION
052400     MOVE PCH-ENTRY-KEY TO WS-CL-KEY
052500     MOVE PCH-EFF-DATE TO WS-CL-EFF-DATE
052600     MOVE PCH-ENTERED-BY TO WS-CL-ENTERED-BY
052700     MOVE WS-CHANGE-LINE TO WS-SECTION-LINE
052800     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
052900     IF PCH-APPROVED OR PCH-REJECTED
053000         IF PCH-APPROVED
053100             MOVE 'APPROVED' TO WS-DL-DECISION
053200         ELSE
053300             MOVE 'REJECTED' TO WS-DL-DECISION
053400         END-IF
053500         MOVE PCH-DECIDED-BY TO WS-DL-DECIDED-BY
053600         MOVE PCH-DECIDED-DATE TO WS-DL-DECIDED-DATE
053700         MOVE PCH-DECIDED-TIME TO WS-DL-DECIDED-TIME
053800         MOVE WS-DECISION-LINE TO WS-SECTION-LINE
053900         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
054000     END-IF
054100     MOVE WS-HEADING-2 TO WS-SECTION-LINE
054200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
054300     MOVE PCH-BEFORE-IMAGE TO WS-DECODE-IMAGE
054400     PERFORM 4300-DECODE-IMAGE THRU 4300-EXIT
054500     PERFORM 4210-TAKE-BEFORE-VALUE THRU 4210-EXIT
054600         VARYING WS-FIELD-IDX FROM 1 BY 1
054700         UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
054800     MOVE PCH-AFTER-IMAGE TO WS-DECODE-IMAGE
054900     PERFORM 4300-DECODE-IMAGE THRU 4300-EXIT
055000     PERFORM 4220-TAKE-AFTER-VALUE THRU 4220-EXIT
055100         VARYING WS-FIELD-IDX FROM 1 BY 1
055200         UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
055300     PERFORM 4230-PRINT-FIELD-LINE THRU 4230-EXIT
055400         VARYING WS-FIELD-IDX FROM 1 BY 1
055500         UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
055600     MOVE SPACES TO WS-SECTION-LINE
055700     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
055800 4200-EXIT.
055900     EXIT.
056000
056100 4210-TAKE-BEFORE-VALUE.
056200     MOVE WS-DV (WS-FIELD-IDX) TO WS-FT-BEFORE (WS-FIELD-IDX).
056300 4210-EXIT.
056400     EXIT.
056500
056600 4220-TAKE-AFTER-VALUE.
056700     MOVE WS-DV (WS-FIELD-IDX) TO WS-FT-AFTER (WS-FIELD-IDX).
056800 4220-EXIT.
056900     EXIT.
057000
057100 4230-PRINT-FIELD-LINE.
057200     MOVE WS-FT-NAME (WS-FIELD-IDX) TO WS-FL-NAME
057300     MOVE WS-FT-BEFORE (WS-FIELD-IDX) TO WS-FL-BEFORE
057400     MOVE WS-FT-AFTER (WS-FIELD-IDX) TO WS-FL-AFTER
057500     IF WS-FT-BEFORE (WS-FIELD-IDX) = WS-FT-AFTER (WS-FIELD-IDX)
057600         MOVE SPACES TO WS-FL-MARK
057700     ELSE
057800         MOVE 'CHANGED' TO WS-FL-MARK
057900     END-IF
058000     MOVE WS-FIELD-LINE TO WS-SECTION-LINE
058100     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
058200 4230-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  4300-DECODE-IMAGE - THE FIELD NAMES OF THE CHANGE'S MASTER
058700*  AND THE VALUES IN WS-DECODE-IMAGE, EDITED FOR PRINTING.  AN
058800*  IMAGE OF SPACES (THE BEFORE IMAGE OF AN ADD, THE AFTER IMAGE
058900*  OF A DELETE) GIVES BLANK VALUES.
059000*****************************************************************
059100 4300-DECODE-IMAGE.
059200     MOVE SPACES TO WS-DECODE-VALUES
059300     EVALUATE TRUE
059400         WHEN PCH-IS-BRKTAB
059500             PERFORM 4400-DECODE-BRKTAB THRU 4400-EXIT
059600         WHEN PCH-IS-STATTAB
059700             PERFORM 4500-DECODE-STATTAB THRU 4500-EXIT
059800         WHEN PCH-IS-SVTAB
059900             PERFORM 4700-DECODE-SVTAB THRU 4700-EXIT
060000         WHEN OTHER
060100             PERFORM 4600-DECODE-EMPMAST THRU 4600-EXIT
060200     END-EVALUATE.
060300 4300-EXIT.
060400     EXIT.
060500
060600 4400-DECODE-BRKTAB.
060700     MOVE 8 TO WS-FIELD-COUNT
060800     MOVE 'YEAR' TO WS-FT-NAME (1)
060900     MOVE 'ZONE NO' TO WS-FT-NAME (2)
061000     MOVE 'ZONE TYPE' TO WS-FT-NAME (3)
061100     MOVE 'LOWER LIMIT' TO WS-FT-NAME (4)
061200     MOVE 'UPPER LIMIT' TO WS-FT-NAME (5)
061300     MOVE 'ZONE BASE' TO WS-FT-NAME (6)
061400     MOVE 'ZONE OFFSET' TO WS-FT-NAME (7)
061500     MOVE 'ZONE CONSTANT' TO WS-FT-NAME (8)
061600     IF WS-DECODE-IMAGE = SPACES
061700         GO TO 4400-EXIT
061800     END-IF
061900     MOVE WS-DECODE-IMAGE (1:80) TO BRK-RECORD
062000     MOVE BRK-YEAR TO WS-DV (1)
062100     MOVE BRK-ZONE-NO TO WS-DV (2)
062200     MOVE BRK-ZONE-TYPE TO WS-DV (3)
062300     MOVE BRK-LOWER-LIMIT TO WS-ED-AMOUNT
062400     MOVE WS-ED-AMOUNT TO WS-DV (4)
062500     MOVE BRK-UPPER-LIMIT TO WS-ED-AMOUNT
062600     MOVE WS-ED-AMOUNT TO WS-DV (5)
062700     MOVE BRK-ZONE-BASE TO WS-ED-BASE
062800     MOVE WS-ED-BASE TO WS-DV (6)
062900     MOVE BRK-ZONE-OFFSET TO WS-ED-SIGNED
063000     MOVE WS-ED-SIGNED TO WS-DV (7)
063100     MOVE BRK-ZONE-CONST TO WS-ED-SIGNED
063200     MOVE WS-ED-SIGNED TO WS-DV (8).
063300 4400-EXIT.
063400     EXIT.
063500
063600 4500-DECODE-STATTAB.
063700     MOVE 6 TO WS-FIELD-COUNT
063800     MOVE 'YEAR' TO WS-FT-NAME (1)
063900     MOVE 'SOLI EXEMPT SINGLE' TO WS-FT-NAME (2)
064000     MOVE 'SOLI EXEMPT MARRIED' TO WS-FT-NAME (3)
064100     MOVE 'SOLI RATE' TO WS-FT-NAME (4)
064200     MOVE 'PARENT RELIEF' TO WS-FT-NAME (5)
064300     MOVE 'CHILD ALLOWANCE' TO WS-FT-NAME (6)
064400     IF WS-DECODE-IMAGE = SPACES
064500         GO TO 4500-EXIT
064600     END-IF
064700     MOVE WS-DECODE-IMAGE (1:80) TO STAT-RECORD
064800     MOVE STAT-YEAR TO WS-DV (1)
064900     MOVE STAT-SOLI-EXEMPT-SINGLE TO WS-ED-AMOUNT
065000     MOVE WS-ED-AMOUNT TO WS-DV (2)
065100     MOVE STAT-SOLI-EXEMPT-MARRIED TO WS-ED-AMOUNT
065200     MOVE WS-ED-AMOUNT TO WS-DV (3)
065300     MOVE STAT-SOLI-RATE TO WS-ED-RATE
065400     MOVE WS-ED-RATE TO WS-DV (4)
065500     MOVE STAT-PARENT-RELIEF TO WS-ED-AMOUNT
065600     MOVE WS-ED-AMOUNT TO WS-DV (5)
065700     MOVE STAT-CHILD-ALLOWANCE TO WS-ED-AMOUNT
065800     MOVE WS-ED-AMOUNT TO WS-DV (6).
065900 4500-EXIT.
066000     EXIT.
066100
066200 4600-DECODE-EMPMAST.
066300     MOVE 20 TO WS-FIELD-COUNT
066400     MOVE 'EMP ID' TO WS-FT-NAME (1)
066500     MOVE 'VALID FROM' TO WS-FT-NAME (2)
066600     MOVE 'VALID TO' TO WS-FT-NAME (3)
066700     MOVE 'NAME' TO WS-FT-NAME (4)
066800     MOVE 'MARRIED' TO WS-FT-NAME (5)
066900     MOVE 'TAX CLASS' TO WS-FT-NAME (6)
067000     MOVE 'CHURCH' TO WS-FT-NAME (7)
067100     MOVE 'CHURCH RATE' TO WS-FT-NAME (8)
067200     MOVE 'PAY FREQ' TO WS-FT-NAME (9)
067300     MOVE 'YEAR DEFAULT' TO WS-FT-NAME (10)
067400     MOVE 'CHILD ALLOW' TO WS-FT-NAME (11)
067500     MOVE 'SPOUSE ID' TO WS-FT-NAME (12)
067600     MOVE 'FACTOR' TO WS-FT-NAME (13)
067700     MOVE 'IBAN' TO WS-FT-NAME (14)
067800     MOVE 'BIC' TO WS-FT-NAME (15)
067900     MOVE 'HEALTH ADD-ON' TO WS-FT-NAME (16)
068000     MOVE 'PRIVATE INS' TO WS-FT-NAME (17)
068100     MOVE 'CHILDLESS' TO WS-FT-NAME (18)
068200     MOVE 'ESTABLISHMENT' TO WS-FT-NAME (19)
068300     MOVE 'EXIT DATE' TO WS-FT-NAME (20)
068400     IF WS-DECODE-IMAGE = SPACES
068500         GO TO 4600-EXIT
068600     END-IF
068700     MOVE WS-DECODE-IMAGE TO EMPM-RECORD
068800     MOVE EMPM-ID TO WS-DV (1)
068900     MOVE EMPM-VALID-FROM TO WS-DV (2)
069000     MOVE EMPM-VALID-TO TO WS-DV (3)
069100     MOVE EMPM-NAME TO WS-DV (4)
069200     MOVE EMPM-MARRIED-ARG TO WS-DV (5)
069300     MOVE EMPM-TAX-CLASS-ARG TO WS-DV (6)
069400     MOVE EMPM-CHURCH-ARG TO WS-DV (7)
069500     MOVE EMPM-CHURCH-RATE-ARG TO WS-DV (8)
069600     MOVE EMPM-PAY-FREQ-ARG TO WS-DV (9)
069700     MOVE EMPM-YEAR-DFLT TO WS-DV (10)
069800     MOVE EMPM-CHILD-ALLOW TO WS-ED-CHILD
069900     MOVE WS-ED-CHILD TO WS-DV (11)
070000     MOVE EMPM-SPOUSE-ID TO WS-DV (12)
070100     MOVE EMPM-FACTOR TO WS-ED-RATE
070200     MOVE WS-ED-RATE TO WS-DV (13)
070300     MOVE EMPM-IBAN TO WS-DV (14)
070400     MOVE EMPM-BIC TO WS-DV (15)
070500     MOVE EMPM-HEALTH-ADDON TO WS-ED-RATE
070600     MOVE WS-ED-RATE TO WS-DV (16)
070700     MOVE EMPM-PRIVATE-INS TO WS-DV (17)
070800     MOVE EMPM-CHILDLESS TO WS-DV (18)
070900     MOVE EMPM-ESTAB-CODE TO WS-DV (19)
071000     MOVE EMPM-EXIT-DATE TO WS-DV (20).
071100 4600-EXIT.
071200     EXIT.
071300
071400 4700-DECODE-SVTAB.
071500     MOVE 14 TO WS-FIELD-COUNT
071600     MOVE 'YEAR' TO WS-FT-NAME (1)
071700     MOVE 'PENSION RATE' TO WS-FT-NAME (2)
071800     MOVE 'HEALTH RATE' TO WS-FT-NAME (3)
071900     MOVE 'HEALTH VP RATE' TO WS-FT-NAME (4)
072000     MOVE 'HEALTH ADD-ON AVG' TO WS-FT-NAME (5)
072100     MOVE 'CARE RATE' TO WS-FT-NAME (6)
072200     MOVE 'CARE CHILDLESS' TO WS-FT-NAME (7)
072300     MOVE 'UNEMPL RATE' TO WS-FT-NAME (8)
072400     MOVE 'UNEMPL IN VP' TO WS-FT-NAME (9)
072500     MOVE 'BBG PENSION' TO WS-FT-NAME (10)
072600     MOVE 'BBG HEALTH' TO WS-FT-NAME (11)
072700     MOVE 'MIN VP RATE' TO WS-FT-NAME (12)
072800     MOVE 'MIN VP CAP' TO WS-FT-NAME (13)
072900     MOVE 'MIN VP CAP CLASS 3' TO WS-FT-NAME (14)
073000     IF WS-DECODE-IMAGE = SPACES
073100         GO TO 4700-EXIT
073200     END-IF
073300     MOVE WS-DECODE-IMAGE (1:106) TO SV-RECORD
073400     MOVE SV-YEAR TO WS-DV (1)
073500     MOVE SV-PENSION-RATE TO WS-ED-PERCENT
073600     MOVE WS-ED-PERCENT TO WS-DV (2)
073700     MOVE SV-HEALTH-RATE TO WS-ED-PERCENT
073800     MOVE WS-ED-PERCENT TO WS-DV (3)
073900     MOVE SV-HEALTH-VP-RATE TO WS-ED-PERCENT
074000     MOVE WS-ED-PERCENT TO WS-DV (4)
074100     MOVE SV-HEALTH-ADDON-AVG TO WS-ED-PERCENT
074200     MOVE WS-ED-PERCENT TO WS-DV (5)
074300     MOVE SV-CARE-RATE TO WS-ED-PERCENT
074400     MOVE WS-ED-PERCENT TO WS-DV (6)
074500     MOVE SV-CARE-CHILDLESS TO WS-ED-PERCENT
074600     MOVE WS-ED-PERCENT TO WS-DV (7)
074700     MOVE SV-UNEMPL-RATE TO WS-ED-PERCENT
074800     MOVE WS-ED-PERCENT TO WS-DV (8)
074900     MOVE SV-UNEMPL-IN-VP TO WS-DV (9)
075000     MOVE SV-BBG-PENSION TO WS-ED-AMOUNT
075100     MOVE WS-ED-AMOUNT TO WS-DV (10)
075200     MOVE SV-BBG-HEALTH TO WS-ED-AMOUNT
075300     MOVE WS-ED-AMOUNT TO WS-DV (11)
075400     MOVE SV-MIN-VP-RATE TO WS-ED-PERCENT
075500     MOVE WS-ED-PERCENT TO WS-DV (12)
075600     MOVE SV-MIN-VP-CAP TO WS-ED-AMOUNT
075700     MOVE WS-ED-AMOUNT TO WS-DV (13)
075800     MOVE SV-MIN-VP-CAP-3 TO WS-ED-AMOUNT
075900     MOVE WS-ED-AMOUNT TO WS-DV (14).
076000 4700-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400*  4900-OPEN-LIST - OPEN CHGLIST AND PRINT THE FIRST HEADING.
076500*****************************************************************
076600 4900-OPEN-LIST.
076700     OPEN OUTPUT CHGLIST-FILE
076800     MOVE 'Y' TO WS-LIST-OPEN-SW
076900     MOVE WS-RUN-DATE TO WS-HD1-DATE
077000     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT.
077100 4900-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500*  5000-APPLY-CHANGE - APPLY THE APPROVED CHANGE TO ITS MASTER.
077600*****************************************************************
077700 5000-APPLY-CHANGE.
077800     EVALUATE TRUE
077900         WHEN PCH-IS-BRKTAB
078000             PERFORM 5100-APPLY-BRKTAB THRU 5100-EXIT
078100         WHEN PCH-IS-STATTAB
078200             PERFORM 5200-APPLY-STATTAB THRU 5200-EXIT
078300         WHEN PCH-IS-SVTAB
078400             PERFORM 5400-APPLY-SVTAB THRU 5400-EXIT
078500         WHEN PCH-IS-EMPMAST
078600             PERFORM 5300-APPLY-EMPMAST THRU 5300-EXIT
078700         WHEN OTHER
078800             DISPLAY 'CHGAPPR: CHANGE ' PCH-CHANGE-ID
078900                 ' NAMES AN UNKNOWN MASTER ' PCH-TABLE
079000             MOVE 92 TO WS-RETURN-CODE
079100     END-EVALUATE.
079200 5000-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600*  5100-APPLY-BRKTAB - LOAD BRKTAB, APPLY THE ZONE AND WRITE THE
079700*  TABLE BACK, AS BRKMAINT USED TO.
079800*****************************************************************
079900 5100-APPLY-BRKTAB.
080000     MOVE 6 TO WS-KEY-LEN
080100     MOVE ZERO TO WS-ROW-COUNT
080200     OPEN INPUT BRKTAB-FILE
080300     IF NOT WS-BRK-FILE-NOT-FOUND
080400         PERFORM 5110-LOAD-BRKTAB-ROW THRU 5110-EXIT
080500             UNTIL WS-BRK-EOF
080600         CLOSE BRKTAB-FILE
080700     END-IF
080800     PERFORM 5500-APPLY-TO-ROWS THRU 5500-EXIT
080900     IF WS-RETURN-CODE NOT = ZERO
081000         GO TO 5100-EXIT
081100     END-IF
081200     OPEN OUTPUT BRKTAB-FILE
081300     PERFORM 5120-WRITE-BRKTAB-ROW THRU 5120-EXIT
081400         VARYING WS-ROW-IDX FROM 1 BY 1
081500         UNTIL WS-ROW-IDX > WS-ROW-COUNT
081600     CLOSE BRKTAB-FILE
081700     IF WS-RETURN-CODE = ZERO
081800         DISPLAY 'CHGAPPR: BRACKET TABLE REWRITTEN - '
081900             WS-ROW-COUNT ' ZONE(S) ON FILE'
082000     END-IF.
082100 5100-EXIT.
082200     EXIT.
082300
082400 5110-LOAD-BRKTAB-ROW.
082500     READ BRKTAB-FILE
082600         AT END
082700             GO TO 5110-EXIT
082800     END-READ
082900     IF WS-ROW-COUNT < 200
083000         ADD 1 TO WS-ROW-COUNT
083100         MOVE BRK-RECORD TO WS-ROW-ENTRY (WS-ROW-COUNT)
083200     ELSE
083300         MOVE 'Y' TO WS-ROW-TABLE-FULL-SW
083400     END-IF.
083500 5110-EXIT.
083600     EXIT.
083700
083800 5120-WRITE-BRKTAB-ROW.
083900     WRITE BRK-RECORD FROM WS-ROW-ENTRY (WS-ROW-IDX)
084000     IF WS-BRK-FILE-STATUS NOT = '00'
084100         DISPLAY 'CHGAPPR: BRKTAB WRITE FAILED - STATUS '
084200             WS-BRK-FILE-STATUS
084300         MOVE 95 TO WS-RETURN-CODE
084400     END-IF.
084500 5120-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900*  5200-APPLY-STATTAB - LOAD STATTAB, APPLY THE YEAR AND WRITE
085000*  THE TABLE BACK, AS STATMAINT USED TO.
085100*****************************************************************
085200 5200-APPLY-STATTAB.
085300     MOVE 4 TO WS-KEY-LEN
085400     MOVE ZERO TO WS-ROW-COUNT
085500     OPEN INPUT STATTAB-FILE
085600     IF NOT WS-STAT-FILE-NOT-FOUND
085700         PERFORM 5210-LOAD-STATTAB-ROW THRU 5210-EXIT
085800             UNTIL WS-STAT-EOF
085900         CLOSE STATTAB-FILE
086000     END-IF
086100     PERFORM 5500-APPLY-TO-ROWS THRU 5500-EXIT
086200     IF WS-RETURN-CODE NOT = ZERO
086300         GO TO 5200-EXIT
086400     END-IF
086500     OPEN OUTPUT STATTAB-FILE
086600     PERFORM 5220-WRITE-STATTAB-ROW THRU 5220-EXIT
086700         VARYING WS-ROW-IDX FROM 1 BY 1
086800         UNTIL WS-ROW-IDX > WS-ROW-COUNT
086900     CLOSE STATTAB-FILE
087000     IF WS-RETURN-CODE = ZERO
087100         DISPLAY 'CHGAPPR: STATUTORY TABLE REWRITTEN - '
087200             WS-ROW-COUNT ' YEAR(S) ON FILE'
087300     END-IF.
087400 5200-EXIT.
087500     EXIT.
087600
087700 5210-LOAD-STATTAB-ROW.
087800     READ STATTAB-FILE
087900         AT END
088000             GO TO 5210-EXIT
088100     END-READ
088200     IF WS-ROW-COUNT < 200
088300         ADD 1 TO WS-ROW-COUNT
088400         MOVE STAT-RECORD TO WS-ROW-ENTRY (WS-ROW-COUNT)
088500     ELSE
088600         MOVE 'Y' TO WS-ROW-TABLE-FULL-SW
088700     END-IF.
088800 5210-EXIT.
088900     EXIT.
089000
089100 5220-WRITE-STATTAB-ROW.
089200     WRITE STAT-RECORD FROM WS-ROW-ENTRY (WS-ROW-IDX)
089300     IF WS-STAT-FILE-STATUS NOT = '00'
089400         DISPLAY 'CHGAPPR: STATTAB WRITE FAILED - STATUS '
089500             WS-STAT-FILE-STATUS
089600         MOVE 95 TO WS-RETURN-CODE
089700     END-IF.
089800 5220-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200*  5300-APPLY-EMPMAST - APPLY THE EMPLOYEE CHANGE TO THE
090300*  EFFECTIVE-DATED MASTER, AFTER PROVING THE OPEN VERSION IS
090400*  STILL THE ONE THE CHANGE WAS KEYED AGAINST.
090500*****************************************************************
090600 5300-APPLY-EMPMAST.
090700     OPEN I-O EMPMAST-FILE
090800     IF WS-EMPM-FILE-NOT-FOUND
090900         IF PCH-ACTION-IS-ADD
091000             DISPLAY 'CHGAPPR: NO EMPLOYEE MASTER ON FILE YET '
091100                 '- STARTING A NEW ONE'
091200             OPEN OUTPUT EMPMAST-FILE
091300             CLOSE EMPMAST-FILE
091400             OPEN I-O EMPMAST-FILE
091500         ELSE
091600             DISPLAY 'CHGAPPR: NO EMPLOYEE MASTER ON FILE'
091700             MOVE 95 TO WS-RETURN-CODE
091800             GO TO 5300-EXIT
091900         END-IF
092000     END-IF
092100     IF WS-EMPM-FILE-STATUS NOT = '00'
092200         DISPLAY 'CHGAPPR: EMPMAST OPEN FAILED - STATUS '
092300             WS-EMPM-FILE-STATUS
092400         MOVE 95 TO WS-RETURN-CODE
092500         GO TO 5300-EXIT
092600     END-IF
092700     PERFORM 5310-SCAN-VERSIONS THRU 5310-EXIT
092800     IF (PCH-ACTION-IS-ADD AND WS-VERSION-FOUND)
092900         OR WS-CURRENT-IMAGE NOT = PCH-BEFORE-IMAGE
093000         DISPLAY 'CHGAPPR: EMPLOYEE ' PCH-ENTRY-KEY
093100             ' HAS CHANGED ON EMPMAST SINCE CHANGE '
093200             PCH-CHANGE-ID ' WAS KEYED - NOT APPLIED, REJECT IT '
093300             'AND KEY IT AGAIN'
093400         MOVE 93 TO WS-RETURN-CODE
093500         CLOSE EMPMAST-FILE
093600         GO TO 5300-EXIT
093700     END-IF
093800     EVALUATE TRUE
093900         WHEN PCH-ACTION-IS-ADD
094000             MOVE PCH-AFTER-IMAGE TO EMPM-RECORD
094100             PERFORM 5340-WRITE-NEW-VERSION THRU 5340-EXIT
094200         WHEN PCH-ACTION-IS-UPD
094300             MOVE PCH-AFTER-IMAGE TO EMPM-RECORD
094400             MOVE EMPM-VALID-FROM TO WS-NEW-VALID-FROM
094500             PERFORM 5330-CLOSE-OPEN-VERSION THRU 5330-EXIT
094600             IF WS-RETURN-CODE = ZERO
094700                 MOVE PCH-AFTER-IMAGE TO EMPM-RECORD
094800                 PERFORM 5340-WRITE-NEW-VERSION THRU 5340-EXIT
094900             END-IF
095000         WHEN PCH-ACTION-IS-DEL
095100             MOVE ZERO TO WS-VERSIONS-DELETED
095200             MOVE 'N' TO WS-SCAN-DONE-SW
095300             PERFORM 5350-DELETE-FIRST-VERSION THRU 5350-EXIT
095400                 UNTIL WS-SCAN-DONE
095500             IF WS-RETURN-CODE = ZERO
095600                 DISPLAY 'CHGAPPR: EMPLOYEE DELETED - '
095700                     PCH-ENTRY-KEY ' (' WS-VERSIONS-DELETED
095800                     ' VERSION(S))'
095900             END-IF
096000     END-EVALUATE
096100     CLOSE EMPMAST-FILE.
096200 5300-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600*  5310-SCAN-VERSIONS - WALK EVERY VERSION OF THE EMPLOYEE AND
096700*  KEEP THE OPEN VERSION AS WS-CURRENT-IMAGE.
096800*****************************************************************
096900 5310-SCAN-VERSIONS.
097000     MOVE 'N' TO WS-VERSION-FOUND-SW
097100     MOVE 'N' TO WS-CURRENT-FOUND-SW
097200     MOVE 'N' TO WS-SCAN-DONE-SW
097300     MOVE SPACES TO WS-CURRENT-IMAGE
097400     MOVE PCH-ENTRY-KEY TO EMPM-ID
097500     MOVE '00000000' TO EMPM-VALID-FROM
097600     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
097700         INVALID KEY
097800             GO TO 5310-EXIT
097900     END-START
098000     PERFORM 5320-SCAN-ONE-VERSION THRU 5320-EXIT
098100         UNTIL WS-SCAN-DONE.
098200 5310-EXIT.
098300     EXIT.
098400
098500 5320-SCAN-ONE-VERSION.
098600     READ EMPMAST-FILE NEXT
098700         AT END
098800             MOVE 'Y' TO WS-SCAN-DONE-SW
098900             GO TO 5320-EXIT
099000     END-READ
099100     IF EMPM-ID NOT = PCH-ENTRY-KEY
099200         MOVE 'Y' TO WS-SCAN-DONE-SW
099300         GO TO 5320-EXIT
099400     END-IF
099500     MOVE 'Y' TO WS-VERSION-FOUND-SW
099600     IF EMPM-VERSION-OPEN
099700         MOVE 'Y' TO WS-CURRENT-FOUND-SW
099800         MOVE EMPM-RECORD TO WS-CURRENT-IMAGE
099900         MOVE EMPM-VALID-FROM TO WS-CUR-VALID-FROM
100000     END-IF.
100100 5320-EXIT.
100200     EXIT.
100300
100400*****************************************************************
100500*  5330-CLOSE-OPEN-VERSION - END THE OPEN VERSION THE DAY THE
100600*  NEW ONE TAKES EFFECT.
100700*****************************************************************
100800 5330-CLOSE-OPEN-VERSION.
100900     MOVE WS-CURRENT-IMAGE TO EMPM-RECORD
101000     MOVE WS-NEW-VALID-FROM TO EMPM-VALID-TO
101100     REWRITE EMPM-RECORD
101200         INVALID KEY
101300             DISPLAY 'CHGAPPR: EMPMAST REWRITE FAILED - STATUS '
101400                 WS-EMPM-FILE-STATUS
101500             MOVE 95 TO WS-RETURN-CODE
101600     END-REWRITE.
101700 5330-EXIT.
101800     EXIT.
101900
102000 5340-WRITE-NEW-VERSION.
102100     WRITE EMPM-RECORD
102200         INVALID KEY
102300             DISPLAY 'CHGAPPR: EMPMAST WRITE FAILED - STATUS '
102400                 WS-EMPM-FILE-STATUS
102500             MOVE 95 TO WS-RETURN-CODE
102600     END-WRITE
102700     IF WS-RETURN-CODE = ZERO
102800         DISPLAY 'CHGAPPR: EMPLOYEE ' EMPM-ID
102900             ' NEW VERSION IN FORCE FROM ' EMPM-VALID-FROM
103000     END-IF.
103100 5340-EXIT.
103200     EXIT.
103300
103400*****************************************************************
103500*  5350-DELETE-FIRST-VERSION - DELETE THE EMPLOYEE'S LOWEST
103600*  VERSION; REPEATED UNTIL NONE IS LEFT.
103700*****************************************************************
103800 5350-DELETE-FIRST-VERSION.
103900     MOVE PCH-ENTRY-KEY TO EMPM-ID
104000     MOVE '00000000' TO EMPM-VALID-FROM
104100     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
104200         INVALID KEY
104300             MOVE 'Y' TO WS-SCAN-DONE-SW
104400             GO TO 5350-EXIT
104500     END-START
104600     READ EMPMAST-FILE NEXT
104700         AT END
104800             MOVE 'Y' TO WS-SCAN-DONE-SW
104900             GO TO 5350-EXIT
105000     END-READ
105100     IF EMPM-ID NOT = PCH-ENTRY-KEY
105200         MOVE 'Y' TO WS-SCAN-DONE-SW
105300         GO TO 5350-EXIT
105400     END-IF
105500     DELETE EMPMAST-FILE
105600         INVALID KEY
105700             DISPLAY 'CHGAPPR: EMPMAST DELETE FAILED - STATUS '
105800                 WS-EMPM-FILE-STATUS
105900             MOVE 95 TO WS-RETURN-CODE
106000             MOVE 'Y' TO WS-SCAN-DONE-SW
106100     END-DELETE
106200     IF WS-RETURN-CODE = ZERO
106300         ADD 1 TO WS-VERSIONS-DELETED
106400     END-IF.
106500 5350-EXIT.
106600     EXIT.
106700
106800*****************************************************************
106900*  5400-APPLY-SVTAB - LOAD SVTAB, APPLY THE YEAR AND WRITE THE
107000*  TABLE BACK, AS SVMAINT USED TO.
107100*****************************************************************
107200 5400-APPLY-SVTAB.
107300     MOVE 4 TO WS-KEY-LEN
107400     MOVE ZERO TO WS-ROW-COUNT
107500     OPEN INPUT SVTAB-FILE
107600     IF NOT WS-SV-FILE-NOT-FOUND
107700         PERFORM 5410-LOAD-SVTAB-ROW THRU 5410-EXIT
107800             UNTIL WS-SV-EOF
107900         CLOSE SVTAB-FILE
108000     END-IF
108100     PERFORM 5500-APPLY-TO-ROWS THRU 5500-EXIT
108200     IF WS-RETURN-CODE NOT = ZERO
108300         GO TO 5400-EXIT
108400     END-IF
108500     OPEN OUTPUT SVTAB-FILE
108600     PERFORM 5420-WRITE-SVTAB-ROW THRU 5420-EXIT
108700         VARYING WS-ROW-IDX FROM 1 BY 1
108800         UNTIL WS-ROW-IDX > WS-ROW-COUNT
108900     CLOSE SVTAB-FILE
109000     IF WS-RETURN-CODE = ZERO
109100         DISPLAY 'CHGAPPR: SOCIAL-INSURANCE TABLE REWRITTEN - '
109200             WS-ROW-COUNT ' YEAR(S) ON FILE'
109300     END-IF.
109400 5400-EXIT.
109500     EXIT.
109600
109700 5410-LOAD-SVTAB-ROW.
109800     READ SVTAB-FILE
109900         AT END
110000             GO TO 5410-EXIT
110100     END-READ
110200     IF WS-ROW-COUNT < 200
110300         ADD 1 TO WS-ROW-COUNT
110400         MOVE SV-RECORD TO WS-ROW-ENTRY (WS-ROW-COUNT)
110500     ELSE
110600         MOVE 'Y' TO WS-ROW-TABLE-FULL-SW
110700     END-IF.
110800 5410-EXIT.
110900     EXIT.
111000
111100 5420-WRITE-SVTAB-ROW.
111200     WRITE SV-RECORD FROM WS-ROW-ENTRY (WS-ROW-IDX)
111300     IF WS-SV-FILE-STATUS NOT = '00'
111400         DISPLAY 'CHGAPPR: SVTAB WRITE FAILED - STATUS '
111500             WS-SV-FILE-STATUS
111600         MOVE 95 TO WS-RETURN-CODE
111700     END-IF.
111800 5420-EXIT.
111900     EXIT.
112000
112100*****************************************************************
112200*  5500-APPLY-TO-ROWS - APPLY THE CHANGE TO THE BRKTAB, STATTAB
112300*  OR SVTAB ROWS IN STORAGE.  THE ROW WITH THE CHANGE'S KEY MUST
112400*  STILL MATCH THE BEFORE IMAGE (NO ROW FOR AN ADD).  AN ADD IS
112500*  INSERTED AHEAD OF THE FIRST ROW WITH A HIGHER KEY.
112600*****************************************************************
112700 5500-APPLY-TO-ROWS.
112800     IF WS-ROW-TABLE-FULL
112900         DISPLAY 'CHGAPPR: MORE THAN 200 ROWS ON THE TABLE - '
113000             'ROW TABLE FULL, NOT APPLIED'
113100         MOVE 96 TO WS-RETURN-CODE
113200         GO TO 5500-EXIT
113300     END-IF
113400     MOVE 'N' TO WS-ROW-FOUND-SW
113500     MOVE ZERO TO WS-FOUND-IDX
113600     MOVE ZERO TO WS-INSERT-IDX
113700     PERFORM 5510-TEST-ROW THRU 5510-EXIT
113800         VARYING WS-ROW-IDX FROM 1 BY 1
113900         UNTIL WS-ROW-IDX > WS-ROW-COUNT
114000            OR WS-ROW-FOUND
114100     MOVE SPACES TO WS-CURRENT-IMAGE
114200     IF WS-ROW-FOUND
114300         MOVE WS-ROW-ENTRY (WS-FOUND-IDX) TO WS-CURRENT-IMAGE
114400     END-IF
114500     IF WS-CURRENT-IMAGE NOT = PCH-BEFORE-IMAGE
114600         DISPLAY 'CHGAPPR: ROW ' PCH-ENTRY-KEY ' HAS CHANGED '
114700             'SINCE CHANGE ' PCH-CHANGE-ID ' WAS KEYED - NOT '
114800             'APPLIED, REJECT IT AND KEY IT AGAIN'
114900         MOVE 93 TO WS-RETURN-CODE
115000         GO TO 5500-EXIT
115100     END-IF
115200     IF WS-ROW-FOUND
115300         MOVE PCH-AFTER-IMAGE (1:106)
115400             TO WS-ROW-ENTRY (WS-FOUND-IDX)
115500         GO TO 5500-EXIT
115600     END-IF
115700     IF WS-ROW-COUNT NOT < 200
115800         DISPLAY 'CHGAPPR: ROW TABLE FULL - 200 ROWS, NOT APPLIED'
115900         MOVE 96 TO WS-RETURN-CODE
116000         GO TO 5500-EXIT
116100     END-IF
116200     IF WS-INSERT-IDX = ZERO
116300         COMPUTE WS-INSERT-IDX = WS-ROW-COUNT + 1
116400     END-IF
116500     PERFORM 5520-SHIFT-ROW-UP THRU 5520-EXIT
116600         VARYING WS-ROW-IDX FROM WS-ROW-COUNT BY -1
116700         UNTIL WS-ROW-IDX < WS-INSERT-IDX
116800     ADD 1 TO WS-ROW-COUNT
116900     MOVE PCH-AFTER-IMAGE (1:106)
117000         TO WS-ROW-ENTRY (WS-INSERT-IDX).
117100 5500-EXIT.
117200     EXIT.
117300
117400 5510-TEST-ROW.
117500     IF WS-ROW-ENTRY (WS-ROW-IDX) (1:WS-KEY-LEN)
117600             = PCH-ENTRY-KEY (1:WS-KEY-LEN)
117700         MOVE 'Y' TO WS-ROW-FOUND-SW
117800         MOVE WS-ROW-IDX TO WS-FOUND-IDX
117900         GO TO 5510-EXIT
118000     END-IF
118100     IF WS-ROW-ENTRY (WS-ROW-IDX) (1:WS-KEY-LEN)
118200             > PCH-ENTRY-KEY (1:WS-KEY-LEN)
118300         AND WS-INSERT-IDX = ZERO
118400         MOVE WS-ROW-IDX TO WS-INSERT-IDX
118500     END-IF.
118600 5510-EXIT.
118700     EXIT.
118800
118900 5520-SHIFT-ROW-UP.
119000     MOVE WS-ROW-ENTRY (WS-ROW-IDX)
119100         TO WS-ROW-ENTRY (WS-ROW-IDX + 1).
119200 5520-EXIT.
119300     EXIT.
119400
119500*****************************************************************
119600*  6000-START-NEW-PAGE - PAGE HEADING.
119700*****************************************************************
119800 6000-START-NEW-PAGE.
119900     ADD 1 TO WS-PAGE-NUMBER
120000     MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE
120100     IF WS-PAGE-NUMBER = 1
120200         WRITE PRINT-RECORD FROM WS-HEADING-1
120300             AFTER ADVANCING 0 LINES
120400     ELSE
120500         WRITE PRINT-RECORD FROM WS-HEADING-1
120600             AFTER ADVANCING PAGE
120700     END-IF
120800     MOVE SPACES TO PRINT-RECORD
120900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
121000     MOVE 2 TO WS-LINE-COUNT.
121100 6000-EXIT.
121200     EXIT.
121300
121400*****************************************************************
121500*  6100-WRITE-REPORT-LINE - WRITE WS-SECTION-LINE, BREAKING TO
121600*  A NEW PAGE WHEN THE CURRENT ONE IS FULL.
121700*****************************************************************
121800 6100-WRITE-REPORT-LINE.
121900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
122000         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
122100     END-IF
122200     WRITE PRINT-RECORD FROM WS-SECTION-LINE
122300         AFTER ADVANCING 1 LINE
122400     ADD 1 TO WS-LINE-COUNT
122500     IF WS-LST-FILE-STATUS NOT = '00'
122600         DISPLAY 'CHGAPPR: CHGLIST WRITE FAILED - STATUS '
122700             WS-LST-FILE-STATUS
122800         MOVE 98 TO WS-RETURN-CODE
122900     END-IF.
123000 6100-EXIT.
123100     EXIT.
123200
123300*****************************************************************
123400*  7000-RECORD-DECISION - STAMP THE DECISION, APPEND THE CHANGE
123500*  TO CHGHIST AND WRITE PENDCHG BACK WITHOUT IT.
123600*****************************************************************
123700 7000-RECORD-DECISION.
123800     MOVE WS-USER-ID TO PCH-DECIDED-BY
123900     MOVE WS-RUN-DATE TO PCH-DECIDED-DATE
124000     MOVE WS-RUN-TIME TO PCH-DECIDED-TIME
124100     OPEN EXTEND CHGHIST-FILE
124200     IF WS-HST-FILE-NOT-FOUND
124300         OPEN OUTPUT CHGHIST-FILE
124400     END-IF
124500     IF WS-HST-FILE-STATUS NOT = '00'
124600         DISPLAY 'CHGAPPR: CHGHIST OPEN FAILED - STATUS '
124700             WS-HST-FILE-STATUS
124800         MOVE 98 TO WS-RETURN-CODE
124900         GO TO 7000-EXIT
125000     END-IF
125100     WRITE CHGHIST-REC FROM PCH-RECORD
125200     IF WS-HST-FILE-STATUS NOT = '00'
125300         DISPLAY 'CHGAPPR: CHGHIST WRITE FAILED - STATUS '
125400             WS-HST-FILE-STATUS
125500         MOVE 98 TO WS-RETURN-CODE
125600     END-IF
125700     CLOSE CHGHIST-FILE
125800     IF WS-RETURN-CODE NOT = ZERO
125900         GO TO 7000-EXIT
126000     END-IF
126100     OPEN OUTPUT PENDCHG-FILE
126200     PERFORM 7100-WRITE-PENDING-ROW THRU 7100-EXIT
126300         VARYING WS-PEND-IDX FROM 1 BY 1
126400         UNTIL WS-PEND-IDX > WS-PEND-COUNT
126500     CLOSE PENDCHG-FILE.
126600 7000-EXIT.
126700     EXIT.
126800
126900 7100-WRITE-PENDING-ROW.
127000     IF WS-PEND-IDX = WS-PEND-FOUND-IDX
127100         GO TO 7100-EXIT
127200     END-IF
127300     WRITE PENDCHG-REC FROM WS-PEND-ENTRY (WS-PEND-IDX)
127400     IF WS-PCH-FILE-STATUS NOT = '00'
127500         DISPLAY 'CHGAPPR: PENDCHG WRITE FAILED - STATUS '
127600             WS-PCH-FILE-STATUS
127700         MOVE 99 TO WS-RETURN-CODE
127800     END-IF.
127900 7100-EXIT.
128000     EXIT.
128100
128200*****************************************************************
128300*  9000-TERMINATE - CLOSE THE LISTING AND DISPLAY THE CONTROL
128400*  COUNTS FOR THE JOB LOG.
128500*****************************************************************
128600 9000-TERMINATE.
128700     IF WS-LIST-OPEN
128800         CLOSE CHGLIST-FILE
128900     END-IF
129000     DISPLAY 'CHGAPPR: ACTION.............. ' CLI-ACTION-ARG
129100     DISPLAY 'CHGAPPR: USER................ ' WS-USER-ID
129200     DISPLAY 'CHGAPPR: ROWS READ........... ' WS-ROWS-READ
129300     DISPLAY 'CHGAPPR: CHANGES PRINTED..... ' WS-CHANGES-PRINTED
129400     DISPLAY 'CHGAPPR: CHANGES DECIDED..... ' WS-CHANGES-DECIDED
129500     DISPLAY 'CHGAPPR: DECISIONS REFUSED... ' WS-CHANGES-REFUSED.
129600 9000-EXIT.
129700     EXIT.
129800
129900*****************************************************************
130000*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
130100*****************************************************************
130200 9800-LOG-RUN-START.
130300     MOVE SPACES TO RLOG-RECORD
130400     MOVE 'S' TO RLOG-RECORD-TYPE
130500     MOVE 'CHGAPPR' TO RLOG-PROGRAM-ID
130600     MOVE ZERO TO RLOG-RETURN-CODE
130700     MOVE ZERO TO RLOG-RECORDS-READ
130800     MOVE ZERO TO RLOG-RECORDS-WRITTEN
130900     MOVE ZERO TO RLOG-RECORDS-REJECTED
131000     CALL 'RUNLOGW' USING RLOG-RECORD.
131100 9800-EXIT.
131200     EXIT.
131300
131400 9900-LOG-RUN-END.
131500     MOVE SPACES TO RLOG-RECORD
131600     MOVE 'E' TO RLOG-RECORD-TYPE
131700     MOVE 'CHGAPPR' TO RLOG-PROGRAM-ID
131800     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
131900     MOVE WS-ROWS-READ TO RLOG-RECORDS-READ
132000     COMPUTE RLOG-RECORDS-WRITTEN =
132100         WS-CHANGES-PRINTED + WS-CHANGES-DECIDED
132200     MOVE WS-CHANGES-REFUSED TO RLOG-RECORDS-REJECTED
132300     CALL 'RUNLOGW' USING RLOG-RECORD.
132400 9900-EXIT.
132500     EXIT.
