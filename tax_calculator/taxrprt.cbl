002082*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
002083*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
002084*                  RLOGREC.CPY.
002088*  2026-10-09  RD  ONE-OFF PAYMENTS.  TYPE-S ROWS FROM TAXBATCH
002092*                  (SONSTIGE BEZUEGE) PRINT WITH AN S MARKER
002096*                  AND ADD TO THE TOTALS LIKE ANY ORIGINAL ROW.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
023240         STRING 'C' RPT-CORR-SIGN DELIMITED BY SIZE
023260             INTO WS-DTL-CORR
023280     ELSE
023290         IF RPT-IS-ONE-OFF
023291             MOVE 'S ' TO WS-DTL-CORR
023292         ELSE
023293             MOVE SPACES TO WS-DTL-CORR
023294         END-IF
023295     END-IF
023300     MOVE WS-DETAIL-LINE TO WS-SECTION-LINE.
023400 2200-EXIT.
