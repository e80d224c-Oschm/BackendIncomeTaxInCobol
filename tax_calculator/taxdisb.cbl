003202*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003203*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003204*                  RLOGREC.CPY.
003216*  2026-10-15  RD  FOUR-EYES APPROVAL.  EMPLOYEE MASTER CHANGES
003228*                  NOW WAIT ON PENDCHG UNTIL CHGAPPR APPROVES
003240*                  THEM.  AT START-UP THE RUN ASKS PCHGIO HOW MANY
003252*                  EMPMAST CHANGES EFFECTIVE BY TODAY ARE STILL
003264*                  PENDING - A PENDING CHANGE MAY BE A NEW IBAN.
003276*                  IF ANY ARE, IT SAYS SO AND ENDS WITH RC 04
003288*                  SO THE OPERATOR CHECKS BEFORE RELEASE.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
008100 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
008200 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
008300 01  WS-SETTLE-AMOUNT             PIC 9(9)V99 VALUE ZERO.
008305 01  WS-PENDING-CHANGES           PIC 9(05) VALUE ZERO.
008310*****************************************************************
008320*  BANK DETAILS FROM THE EMPLOYEE'S OPEN MASTER VERSION (THE
008330*  MASTER IS EFFECTIVE-DATED - SEE EMPMREC.CPY; MONEY ALWAYS
010602*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
010603*****************************************************************
010604 COPY RLOGREC.
010617*****************************************************************
010630*  PENDING-CHANGE CHECK PARAMETERS - SEE PCHPARM.CPY.  PCH-RECORD
010643*  IS PASSED BUT NOT USED BY THE COUNT.
010656*****************************************************************
010669 COPY PCHPARM.
010682 COPY PCHGREC.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010801     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
013900         GO TO 1000-EXIT
014000     END-IF
014100     OPEN OUTPUT PAYEXT-FILE
014200     OPEN OUTPUT COLLLST-FILE
014250     PERFORM 1400-CHECK-PENDING-CHANGES THRU 1400-EXIT.
014300 1000-EXIT.
014304     EXIT.
014308
014312*****************************************************************
014316*  1400-CHECK-PENDING-CHANGES - WARN WHEN AN EMPLOYEE MASTER
014320*  CHANGE EFFECTIVE BY TODAY IS STILL WAITING FOR APPROVAL.  THE
014324*  RUN GOES AHEAD ON THE MASTER AS IT STANDS; 9200 TURNS THE
014328*  WARNING INTO RC 04.
014332*****************************************************************
014336 1400-CHECK-PENDING-CHANGES.
014340     MOVE 'C' TO PW-FUNCTION
014344     MOVE WS-RUN-DATE TO PW-AS-OF-DATE
014348     MOVE 'EMP ' TO PW-TABLE-ARG
014352     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
014356     MOVE PW-PENDING-COUNT TO WS-PENDING-CHANGES
014360     IF WS-PENDING-CHANGES > ZERO
014364         DISPLAY 'TAXDISB: WARNING - ' WS-PENDING-CHANGES
014368             ' EMPLOYEE MASTER CHANGE(S) AWAITING APPROVAL'
014372         DISPLAY 'TAXDISB: BANK DETAILS ARE TAKEN AS THEY STAND '
014376             '- SEE CHGAPPR LIST BEFORE RELEASE'
014380     END-IF.
014384 1400-EXIT.
014400     EXIT.
014500
014600*****************************************************************
034500     IF WS-RETURN-CODE = ZERO
034600         AND (WS-FAILED-COUNT > ZERO
034700              OR WS-HELD-REFUND-COUNT > ZERO
034800              OR WS-HELD-ARREARS-COUNT > ZERO
034850              OR WS-PENDING-CHANGES > ZERO)
034900         MOVE 04 TO WS-RETURN-CODE
035000     END-IF.
035100 9200-EXIT.
