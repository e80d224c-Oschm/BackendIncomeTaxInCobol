000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PCHGIO.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  PENDING-CHANGE FILE
001100*                  ACCESS FOR THE FOUR-EYES APPROVAL OF MASTER
001200*                  CHANGES - SEE PCHGREC.CPY AND PCHPARM.CPY.
001300*                  BRKMAINT, STATMAINT AND EMPMAINT WRITE
001400*                  THEIR CHANGES HERE INSTEAD OF TO THE
001500*                  MASTERS; TAXBATCH AND TAXDISB ASK HERE
001600*                  WHETHER ANY CHANGE IS STILL PENDING FOR THE
001700*                  PERIOD THEY ARE PROCESSING.  THE USER WHO
001800*                  KEYED A CHANGE IS TAKEN FROM THE SIGNED-ON
001900*                  USER ID (ENVIRONMENT VARIABLE USER), NOT
002000*                  FROM THE COMMAND LINE, SO CHGAPPR CAN HOLD
002100*                  THE APPROVER TO A DIFFERENT ID.  THE FILE IS
002200*                  OPENED AND CLOSED PER CALL, AS RUNLOGW DOES,
002300*                  SO NO CALLER HOLDS IT.
002310*  2026-10-15  RD  SVTAB CHANGES FROM SVMAINT ARE WRITTEN AND
002320*                  COUNTED HERE AS WELL (TABLE 'SV  ').
002330*  2026-10-15  RD  CHANGE-ID KEPT UNIQUE.  A CHANGE KEYED IN THE
002340*                  SAME HUNDREDTH OF A SECOND AS ONE ALREADY ON
002350*                  PENDCHG IS NUMBERED ONE ABOVE THE HIGHEST
002360*                  PENDING CHANGE-ID, SO CHGAPPR NEVER SEES TWO
002370*                  ROWS UNDER ONE NUMBER.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PENDCHG-FILE ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PCH-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300*****************************************************************
003400*  THE LEADING FIELDS OF PCHGREC.CPY, ENOUGH TO MATCH AND COUNT
003500*  PENDING ROWS WITHOUT DISTURBING THE CALLER'S PCH-RECORD.
003600*****************************************************************
003700 FD  PENDCHG-FILE.
003800 01  PENDCHG-REC.
003900     05  PF-CHANGE-ID             PIC X(16).
004000     05  PF-TABLE                 PIC X(04).
004100     05  PF-ACTION                PIC X(03).
004200     05  PF-ENTRY-KEY             PIC X(19).
004300     05  PF-EFF-DATE              PIC X(08).
004400     05  PF-ENTERED-BY            PIC X(08).
004500     05  PF-STATUS                PIC X(01).
004600     05  FILLER                   PIC X(341).
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-PCH-FILE-STATUS       PIC X(02) VALUE '00'.
005000         88  WS-PCH-FILE-NOT-FOUND    VALUE '05' '35'.
005100         88  WS-PCH-EOF               VALUE '10'.
005110 01  WS-HIGH-CHANGE-ID            PIC X(16) VALUE SPACES.
005120 01  WS-NEXT-CHANGE-NO            PIC 9(16) VALUE ZERO.
005200 LINKAGE SECTION.
005300 COPY PCHPARM.
005400 COPY PCHGREC.
005500 PROCEDURE DIVISION USING PCHGIO-PARMS PCH-RECORD.
005600 0000-MAINLINE.
005700     MOVE 00 TO PW-RETURN-CODE
005800     MOVE ZERO TO PW-PENDING-COUNT
005900     EVALUATE TRUE
006000         WHEN PW-WRITE-CHANGE
006100             PERFORM 2000-WRITE-CHANGE THRU 2000-EXIT
006200         WHEN PW-COUNT-PENDING
006300             PERFORM 3000-COUNT-PENDING THRU 3000-EXIT
006400         WHEN OTHER
006500             DISPLAY 'PCHGIO: UNKNOWN FUNCTION ' PW-FUNCTION
006600             MOVE 92 TO PW-RETURN-CODE
006700     END-EVALUATE
006800     GOBACK.
006900
007000*****************************************************************
007100*  2000-WRITE-CHANGE - STAMP AND APPEND ONE NEW PENDING CHANGE.
007200*  A CHANGE WITH NO USER ID BEHIND IT, OR TO A MASTER KEY THAT
007300*  ALREADY HAS A CHANGE WAITING, IS REFUSED - THE APPROVER MUST
007400*  NEVER HAVE TO CHOOSE BETWEEN TWO VERSIONS OF THE SAME ROW.
007410*  THE SAME SCAN FINDS THE HIGHEST CHANGE-ID ON FILE; A NEW ID
007420*  THAT IS NOT ABOVE IT IS MOVED TO ONE ABOVE IT.
007500*****************************************************************
007600 2000-WRITE-CHANGE.
007700     DISPLAY 'USER' UPON ENVIRONMENT-NAME
007800     ACCEPT PCH-ENTERED-BY FROM ENVIRONMENT-VALUE
007900     IF PCH-ENTERED-BY = SPACES
008000         MOVE 92 TO PW-RETURN-CODE
008100         GO TO 2000-EXIT
008200     END-IF
008300     ACCEPT PCH-ENTERED-DATE FROM DATE YYYYMMDD
008400     ACCEPT PCH-ENTERED-TIME FROM TIME
008500     MOVE 'P' TO PCH-STATUS
008600     MOVE SPACES TO PCH-DECIDED-BY
008700     MOVE SPACES TO PCH-DECIDED-DATE
008800     MOVE SPACES TO PCH-DECIDED-TIME
008850     MOVE SPACES TO WS-HIGH-CHANGE-ID
008900     OPEN INPUT PENDCHG-FILE
009000     IF NOT WS-PCH-FILE-NOT-FOUND
009100         PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
009200             UNTIL WS-PCH-EOF
009300                OR PW-RC-ALREADY-PENDING
009400         CLOSE PENDCHG-FILE
009500     END-IF
009600     IF NOT PW-RC-OK
009700         GO TO 2000-EXIT
009800     END-IF
009810     IF WS-HIGH-CHANGE-ID IS NUMERIC
009820         AND WS-HIGH-CHANGE-ID NOT < PCH-CHANGE-ID
009830         MOVE WS-HIGH-CHANGE-ID TO WS-NEXT-CHANGE-NO
009840         ADD 1 TO WS-NEXT-CHANGE-NO
009850         MOVE WS-NEXT-CHANGE-NO TO PCH-CHANGE-ID
009860     END-IF
009900     OPEN EXTEND PENDCHG-FILE
010000     IF WS-PCH-FILE-NOT-FOUND
010100         OPEN OUTPUT PENDCHG-FILE
010200     END-IF
010300     IF WS-PCH-FILE-STATUS NOT = '00'
010400         DISPLAY 'PCHGIO: PENDCHG OPEN FAILED - STATUS '
010500             WS-PCH-FILE-STATUS
010600         MOVE 95 TO PW-RETURN-CODE
010700         GO TO 2000-EXIT
010800     END-IF
010900     WRITE PENDCHG-REC FROM PCH-RECORD
011000     IF WS-PCH-FILE-STATUS NOT = '00'
011100         DISPLAY 'PCHGIO: PENDCHG WRITE FAILED - STATUS '
011200             WS-PCH-FILE-STATUS
011300         MOVE 95 TO PW-RETURN-CODE
011400     END-IF
011500     CLOSE PENDCHG-FILE.
011600 2000-EXIT.
011700     EXIT.
011800
011900 2100-CHECK-ONE-ROW.
012000     READ PENDCHG-FILE
012100         AT END
012200             GO TO 2100-EXIT
012300     END-READ
012310     IF PF-CHANGE-ID > WS-HIGH-CHANGE-ID
012320         MOVE PF-CHANGE-ID TO WS-HIGH-CHANGE-ID
012330     END-IF
012400     IF PF-STATUS = 'P'
012500         AND PF-TABLE = PCH-TABLE
012600         AND PF-ENTRY-KEY = PCH-ENTRY-KEY
012700         DISPLAY 'PCHGIO: CHANGE ' PF-CHANGE-ID ' BY '
012800             PF-ENTERED-BY ' IS ALREADY PENDING FOR THIS ROW'
012900         MOVE 93 TO PW-RETURN-CODE
013000     END-IF.
013100 2100-EXIT.
013200     EXIT.
013300
013400*****************************************************************
013500*  3000-COUNT-PENDING - HOW MANY CHANGES STILL WAIT FOR A
013600*  DECISION THAT WOULD ALTER THE FIGURES FOR PW-AS-OF-DATE.
013700*  NO PENDCHG FILE MEANS NOTHING IS PENDING.
013800*****************************************************************
013900 3000-COUNT-PENDING.
014000     OPEN INPUT PENDCHG-FILE
014100     IF WS-PCH-FILE-NOT-FOUND
014200         GO TO 3000-EXIT
014300     END-IF
014400     PERFORM 3100-COUNT-ONE-ROW THRU 3100-EXIT
014500         UNTIL WS-PCH-EOF
014600     CLOSE PENDCHG-FILE.
014700 3000-EXIT.
014800     EXIT.
014900
015000 3100-COUNT-ONE-ROW.
015100     READ PENDCHG-FILE
015200         AT END
015300             GO TO 3100-EXIT
015400     END-READ
015500     IF PF-STATUS NOT = 'P'
015600         GO TO 3100-EXIT
015700     END-IF
015800     IF PW-TABLE-ARG NOT = SPACES
015900         AND PW-TABLE-ARG NOT = PF-TABLE
016000         GO TO 3100-EXIT
016100     END-IF
016200     IF PF-TABLE = 'EMP '
016300         IF PF-EFF-DATE NOT > PW-AS-OF-DATE
016400             ADD 1 TO PW-PENDING-COUNT
016500         END-IF
016600     ELSE
016700         IF PF-EFF-DATE (1:4) = PW-AS-OF-DATE (1:4)
016800             ADD 1 TO PW-PENDING-COUNT
016900         END-IF
017000     END-IF.
017100 3100-EXIT.
017200     EXIT.
