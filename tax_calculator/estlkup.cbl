000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ESTLKUP.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  RESOLVES AN ESTABLISHMENT
001100*                  CODE (BETRIEBSSTAETTE) AGAINST THE ESTMAST
001200*                  TABLE AND RETURNS ITS TAX OFFICE AND
001300*                  STEUERNUMMER - SEE ESTPARM.CPY.  A BLANK CODE
001400*                  RESOLVES TO THE HEAD OFFICE, SO EMPLOYEES AND
001500*                  TAXRPT ROWS FROM BEFORE ESTABLISHMENTS WERE
001600*                  CARRIED ALL FALL TO ONE DECLARATION.  THE
001700*                  TABLE IS LOADED ONCE PER RUN UNIT, AS TAXCALC
001800*                  DOES FOR BRKTAB.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT ESTMAST-FILE ASSIGN TO "ESTMAST"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-EST-FILE-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  ESTMAST-FILE.
002900 COPY ESTREC.
003000 WORKING-STORAGE SECTION.
003100*****************************************************************
003200*  ESTABLISHMENT TABLE - LOADED INTO STORAGE ONCE, ON THE FIRST
003300*  CALL, AND RE-USED ON EVERY SUBSEQUENT CALL WITHIN THE RUN
003400*  UNIT.
003500*****************************************************************
003600 01  WS-SWITCHES.
003700     05  WS-TABLE-LOADED-SW       PIC X(01) VALUE 'N'.
003800         88  WS-TABLE-LOADED          VALUE 'Y'.
003900     05  WS-EST-FILE-STATUS       PIC X(02) VALUE '00'.
004000         88  WS-EST-FILE-NOT-FOUND    VALUE '05' '35'.
004100         88  WS-EST-EOF               VALUE '10'.
004200     05  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
004300         88  WS-TABLE-FULL            VALUE 'Y'.
004400     05  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
004500         88  WS-MATCH-FOUND           VALUE 'Y'.
004600 01  WS-EST-COUNT                 PIC 9(4) COMP VALUE ZERO.
004700 01  WS-EST-IDX                   PIC 9(4) COMP VALUE ZERO.
004800 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
004900 01  WS-HEAD-IDX                  PIC 9(4) COMP VALUE ZERO.
005000
005100 01  WS-EST-TABLE.
005200     05  WS-EST-ENTRY OCCURS 99 TIMES.
005300         10  WS-EST-CODE          PIC X(02).
005400         10  WS-EST-NAME          PIC X(30).
005500         10  WS-EST-TAX-OFFICE    PIC 9(04).
005600         10  WS-EST-STEUERNUMMER  PIC X(13).
005700         10  WS-EST-HEAD-OFFICE   PIC X(01).
005800
005900 LINKAGE SECTION.
006000 COPY ESTPARM.
006100
006200 PROCEDURE DIVISION USING ESTLKUP-PARMS.
006300 0000-MAINLINE.
006400     PERFORM 1000-LOAD-EST-TABLE THRU 1000-EXIT
006500     MOVE 00 TO EP-RETURN-CODE
006600     MOVE EP-ESTAB-CODE-ARG TO EP-ESTAB-CODE
006700     MOVE SPACES TO EP-ESTAB-NAME EP-STEUERNUMMER
006800     MOVE ZERO TO EP-TAX-OFFICE
006900     IF EP-ESTAB-CODE-ARG = SPACES
007000         IF WS-HEAD-IDX = ZERO
007100             MOVE 93 TO EP-RETURN-CODE
007200             GOBACK
007300         END-IF
007400         MOVE WS-HEAD-IDX TO WS-FOUND-IDX
007500     ELSE
007600         PERFORM 2000-FIND-ESTABLISHMENT THRU 2000-EXIT
007700         IF NOT WS-MATCH-FOUND
007800             IF WS-EST-COUNT = ZERO
007900                 MOVE 93 TO EP-RETURN-CODE
008000             ELSE
008100                 MOVE 94 TO EP-RETURN-CODE
008200             END-IF
008300             GOBACK
008400         END-IF
008500     END-IF
008600     MOVE WS-EST-CODE (WS-FOUND-IDX) TO EP-ESTAB-CODE
008700     MOVE WS-EST-NAME (WS-FOUND-IDX) TO EP-ESTAB-NAME
008800     MOVE WS-EST-TAX-OFFICE (WS-FOUND-IDX) TO EP-TAX-OFFICE
008900     MOVE WS-EST-STEUERNUMMER (WS-FOUND-IDX) TO EP-STEUERNUMMER
009000     GOBACK.
009100
009200*****************************************************************
009300*  1000-LOAD-EST-TABLE - READ THE ESTABLISHMENT MASTER ONCE PER
009400*  RUN UNIT AND NOTE WHICH ROW IS THE HEAD OFFICE.  A MISSING
009500*  ESTMAST IS NOT FATAL HERE - EVERY CALL THEN ENDS WITH
009600*  RETURN CODE 93 AND THE CALLER DECIDES.
009700*****************************************************************
009800 1000-LOAD-EST-TABLE.
009900     IF WS-TABLE-LOADED
010000         GO TO 1000-EXIT
010100     END-IF
010200     MOVE ZERO TO WS-EST-COUNT WS-HEAD-IDX
010300     OPEN INPUT ESTMAST-FILE
010400     IF WS-EST-FILE-NOT-FOUND
010500         DISPLAY 'ESTLKUP: NO ESTABLISHMENT TABLE ON FILE - '
010600             'NO BETRIEBSSTAETTE CAN BE RESOLVED'
010700     ELSE
010800         PERFORM 1100-READ-EST-RECORD THRU 1100-EXIT
010900             UNTIL WS-EST-EOF OR WS-TABLE-FULL
011000         CLOSE ESTMAST-FILE
011100     END-IF
011200     MOVE 'Y' TO WS-TABLE-LOADED-SW.
011300 1000-EXIT.
011400     EXIT.
011500
011600 1100-READ-EST-RECORD.
011700     READ ESTMAST-FILE
011800         AT END
011900             GO TO 1100-EXIT
012000     END-READ
012100     IF WS-EST-COUNT = 99
012200         DISPLAY 'ESTLKUP: ESTABLISHMENT TABLE FULL AT 99 '
012300             'ROWS - REMAINING ROWS ON ESTMAST IGNORED'
012400         MOVE 'Y' TO WS-TABLE-FULL-SW
012500         GO TO 1100-EXIT
012600     END-IF
012700     ADD 1 TO WS-EST-COUNT
012800     MOVE EST-CODE TO WS-EST-CODE (WS-EST-COUNT)
012900     MOVE EST-NAME TO WS-EST-NAME (WS-EST-COUNT)
013000     MOVE EST-TAX-OFFICE TO WS-EST-TAX-OFFICE (WS-EST-COUNT)
013100     MOVE EST-STEUERNUMMER TO WS-EST-STEUERNUMMER (WS-EST-COUNT)
013200     MOVE EST-HEAD-OFFICE TO WS-EST-HEAD-OFFICE (WS-EST-COUNT)
013300     IF EST-IS-HEAD-OFFICE
013400         AND WS-HEAD-IDX = ZERO
013500         MOVE WS-EST-COUNT TO WS-HEAD-IDX
013600     END-IF.
013700 1100-EXIT.
013800     EXIT.
013900
014000*****************************************************************
014100*  2000-FIND-ESTABLISHMENT - LOCATE THE CODE PASSED IN THE
014200*  IN-STORAGE TABLE, IF IT IS THERE.
014300*****************************************************************
014400 2000-FIND-ESTABLISHMENT.
014500     MOVE 'N' TO WS-MATCH-FOUND-SW
014600     MOVE ZERO TO WS-FOUND-IDX
014700     PERFORM 2100-TEST-ENTRY THRU 2100-EXIT
014800         VARYING WS-EST-IDX FROM 1 BY 1
014900         UNTIL WS-EST-IDX > WS-EST-COUNT
015000                OR WS-MATCH-FOUND.
015100 2000-EXIT.
015200     EXIT.
015300
015400 2100-TEST-ENTRY.
015500     IF WS-EST-CODE (WS-EST-IDX) = EP-ESTAB-CODE-ARG
015600         MOVE 'Y' TO WS-MATCH-FOUND-SW
015700         MOVE WS-EST-IDX TO WS-FOUND-IDX
015800     END-IF.
015900 2100-EXIT.
016000     EXIT.
