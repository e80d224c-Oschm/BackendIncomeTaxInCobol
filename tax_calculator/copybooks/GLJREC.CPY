000100*****************************************************************
000200*  GLJREC.CPY
000300*  GENERAL-LEDGER JOURNAL RECORD - THE GLJRNL INTERFACE FILE
000400*  GLPOST CUTS FOR THE GL SYSTEM.  ONE ROW PER JOURNAL LINE:
000500*  A DEBIT OR A CREDIT OF GLJ-AMOUNT (ALWAYS POSITIVE) TO THE
000600*  LEDGER ACCOUNT MAPPED FOR GLJ-ACCT-KEY ON GLMAP (SEE
000700*  GLMREC.CPY).  EVERY LINE NAMES THE SOURCE IT CAME FROM:
000800*      PER  A TAXPER DECLARATION PERIOD - ID IS THE TAXBATCH
000900*           RUN DATE
001000*      COR  A TAXCORR CORRECTION RUN - ID IS THE RUN DATE AND
001100*           TIME OF ITS CTL-HDR BRACKET ON TAXRPT
001200*      DSB  A TAXDISB PAYMENT/COLLECTION RUN - ID IS THE RUN
001300*           DATE AND TIME OF THE PAYEXT/COLLLST CTL-HDR
001400*  GLJ-ENTRY-TYPE 'R' MARKS THE LINES OF A REVERSAL, WHICH
001500*  MIRROR THE ORIGINAL POSTING WITH DEBIT AND CREDIT SWAPPED.
001600*  THE FILE IS BRACKETED BY CTL-HDR/CTL-TRL RUN-CONTROL ROWS
001700*  (RUNCTL.CPY) - THE TRAILER COUNT IS THE JOURNAL LINES AND
001800*  ITS HASH THE DEBIT TOTAL, WHICH EQUALS THE CREDIT TOTAL.
001900*****************************************************************
002000 01  GLJ-RECORD.
002100     05  GLJ-RUN-DATE             PIC X(08).
002200     05  GLJ-RUN-TIME             PIC X(08).
002300     05  GLJ-SOURCE-TYPE          PIC X(03).
002400         88  GLJ-SOURCE-PERIOD        VALUE 'PER'.
002500         88  GLJ-SOURCE-CORRECTION    VALUE 'COR'.
002600         88  GLJ-SOURCE-DISBURSEMENT  VALUE 'DSB'.
002700     05  GLJ-SOURCE-ID            PIC X(16).
002800     05  GLJ-ENTRY-TYPE           PIC X(01).
002900         88  GLJ-IS-POSTING           VALUE 'P'.
003000         88  GLJ-IS-REVERSAL          VALUE 'R'.
003100     05  GLJ-LINE-NO              PIC 9(04).
003200     05  GLJ-ESTAB-CODE           PIC X(02).
003300     05  GLJ-ACCT-KEY             PIC X(06).
003400     05  GLJ-ACCOUNT              PIC X(10).
003500     05  GLJ-DEBIT-CREDIT         PIC X(01).
003600         88  GLJ-IS-DEBIT             VALUE 'D'.
003700         88  GLJ-IS-CREDIT            VALUE 'C'.
003800     05  GLJ-AMOUNT               PIC 9(11)V99.
003900     05  GLJ-TEXT                 PIC X(20).
004000     05  FILLER                   PIC X(08).
