000100*****************************************************************
000200*  GLMREC.CPY
000300*  GENERAL-LEDGER ACCOUNT-MAPPING RECORD - ON THE GLMAP TABLE,
000400*  MAINTAINED WITH GLMAINT AND READ BY GLPOST.  ONE ROW PER
000500*  POSTING KEY, GIVING THE LEDGER ACCOUNT THE GL SYSTEM BOOKS
000600*  THAT KIND OF AMOUNT TO.  THE KEYS ARE FIXED:
000700*      LSTLIA  LOHNSTEUER LIABILITY (INCOME TAX WITHHELD, AND
000800*              THE YEAR-END REFUNDS AND ARREARS AGAINST IT)
000900*      SOLLIA  SOLIDARITAETSZUSCHLAG LIABILITY
001000*      KI8LIA  KIRCHENSTEUER LIABILITY AT 8 PERCENT
001100*      KI9LIA  KIRCHENSTEUER LIABILITY AT 9 PERCENT
001200*      REFCLR  REFUND CLEARING (YEAR-END REFUNDS PAID OUT)
001300*      ARRCLR  ARREARS CLEARING (YEAR-END ARREARS COLLECTED)
001400*      WAGCLR  PAYROLL CLEARING - THE CONTRA ACCOUNT FOR THE
001500*              TAX WITHHELD FROM THE GROSS
001600*  GLPOST WILL NOT POST UNLESS EVERY KEY IS MAPPED.
001700*****************************************************************
001800 01  GLM-RECORD.
001900     05  GLM-ACCT-KEY             PIC X(06).
002000         88  GLM-KEY-VALID            VALUE 'LSTLIA' 'SOLLIA'
002100                                          'KI8LIA' 'KI9LIA'
002200                                          'REFCLR' 'ARRCLR'
002300                                          'WAGCLR'.
002400     05  GLM-ACCOUNT              PIC X(10).
002500     05  GLM-DESCRIPTION          PIC X(30).
002600     05  FILLER                   PIC X(14).
