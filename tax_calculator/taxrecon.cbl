002972*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
002973*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
002974*                  RLOGREC.CPY.
002977*  2026-10-02  RD  SOCIAL INSURANCE.  THE ANNUAL RECOMPUTATION
002980*                  DEDUCTS THE VORSORGEPAUSCHALE AS THE PERIOD
002983*                  RUNS DO, USING THE HEALTH ADD-ON RATE,
002986*                  PRIVATE-INSURANCE AND CHILDLESS FLAGS LAST
002989*                  STORED ON THE TAXYTD ROW (ZERO/'N' ON ROWS
002992*                  WRITTEN BEFORE THOSE COLUMNS EXISTED).
002995*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
008200         10  WS-TP-CHURCH-RATE    PIC 9(02).
008220         10  WS-TP-CHILD-ALLOW    PIC 9(2)V9.
008240         10  WS-TP-FACTOR         PIC 9V999.
008255         10  WS-TP-HEALTH-ADDON   PIC 9V999.
008270         10  WS-TP-PRIVATE-INS    PIC X(01).
008285         10  WS-TP-CHILDLESS      PIC X(01).
008300*****************************************************************
008400*  RUN TOTALS FOR THE DISPLAYED SUMMARY.
008500*****************************************************************
016698         ELSE
016699             MOVE ZERO TO WS-TP-FACTOR (WS-FOUND-IDX)
016701         END-IF
016709         IF YTD-HEALTH-ADDON NUMERIC
016717             MOVE YTD-HEALTH-ADDON
016725                 TO WS-TP-HEALTH-ADDON (WS-FOUND-IDX)
016733         END-IF
016741         IF YTD-PRIVATE-INS = 'Y'
016749             MOVE 'Y' TO WS-TP-PRIVATE-INS (WS-FOUND-IDX)
016757         END-IF
016765         IF YTD-CHILDLESS = 'Y'
016773             MOVE 'Y' TO WS-TP-CHILDLESS (WS-FOUND-IDX)
016781         END-IF
016789     END-IF.
016800 2100-EXIT.
016900     EXIT.
018800
020300     MOVE ZERO TO WS-TP-INCOME-SUM (WS-FOUND-IDX)
020400     MOVE ZERO TO WS-TP-WITHHELD-SUM (WS-FOUND-IDX)
020420     MOVE ZERO TO WS-TP-CHILD-ALLOW (WS-FOUND-IDX)
020440     MOVE ZERO TO WS-TP-FACTOR (WS-FOUND-IDX)
020455     MOVE ZERO TO WS-TP-HEALTH-ADDON (WS-FOUND-IDX)
020470     MOVE 'N' TO WS-TP-PRIVATE-INS (WS-FOUND-IDX)
020485     MOVE 'N' TO WS-TP-CHILDLESS (WS-FOUND-IDX).
020500 2300-EXIT.
020600     EXIT.
020700
022700     MOVE WS-TP-TAX-CLASS (WS-TP-IDX) TO TC-TAX-CLASS-ARG
022750     MOVE WS-TP-CHILD-ALLOW (WS-TP-IDX) TO TC-CHILD-ALLOW-ARG
022760     MOVE WS-TP-FACTOR (WS-TP-IDX) TO TC-FACTOR-ARG
022768     MOVE 'Y' TO TC-SOCIAL-INS-ARG
022776     MOVE WS-TP-HEALTH-ADDON (WS-TP-IDX) TO TC-HEALTH-ADDON-ARG
022784     MOVE WS-TP-PRIVATE-INS (WS-TP-IDX) TO TC-PRIVATE-INS-ARG
022792     MOVE WS-TP-CHILDLESS (WS-TP-IDX) TO TC-CHILDLESS-ARG
022800     CALL 'TAXCALC' USING TAXCALC-PARMS
022900     IF TC-RETURN-CODE > WS-RETURN-CODE
023000         MOVE TC-RETURN-CODE TO WS-RETURN-CODE
