000100*****************************************************************
000200*  VARPREC.CPY
000300*  WITHHOLDING-VARIANCE TOLERANCE CARD - THE ONE RECORD ON THE
000400*  VARPARM PARAMETER FILE READ BY TAXVAR.  AN EMPLOYEE IS
000500*  FLAGGED WHEN THE PERIOD'S WITHHOLDING MOVES BY MORE THAN
000600*  THE PERCENTAGE AND ALSO BY MORE THAN THE AMOUNT, SO SMALL
000700*  WAGES DO NOT FLAG ON A FEW CENTS:
000800*      VARP-PREV-PCT / -AMT   AGAINST THE PREVIOUS PERIOD
000900*      VARP-AVG-PCT / -AMT    AGAINST THE EMPLOYEE'S AVERAGE
001000*                             PER EARLIER PERIOD ON TAXYTD
001100*      VARP-COMPANY-PCT       THE COMPANY TOTAL ON TAXPER
001200*                             AGAINST THE PREVIOUS PERIOD
001300*  PERCENTAGES ARE OF THE EARLIER FIGURE, ONE DECIMAL PLACE.
001400*  THE CARD IS KEYED WITH THE EDITOR LIKE A CONTROL CARD;
001500*  TAXVAR REFUSES A CARD THAT IS NOT NUMERIC THROUGHOUT.
001600*****************************************************************
001700 01  VARP-RECORD.
001800     05  VARP-PREV-PCT            PIC 9(03)V9.
001900     05  VARP-PREV-AMT            PIC 9(07)V99.
002000     05  VARP-AVG-PCT             PIC 9(03)V9.
002100     05  VARP-AVG-AMT             PIC 9(07)V99.
002200     05  VARP-COMPANY-PCT         PIC 9(03)V9.
002300     05  FILLER                   PIC X(50).
