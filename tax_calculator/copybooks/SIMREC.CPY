000100*****************************************************************
000200*  SIMREC.CPY
000300*  TARIFF-SIMULATION WORK RECORD - ON THE SIMWORK FILE PASSED
000400*  FROM THE FIRST TAXSIM STEP (CURRENT TABLES) TO THE SECOND
000500*  (DRAFT TABLES).  ONE ROW PER EMPLOYEE SIMULATED, HOLDING
000600*  THE INCOME AND MASTER DATA THE FIGURES WERE WORKED OUT ON,
000700*  SO THE SECOND STEP CAN RECOMPUTE EXACTLY THE SAME CASE, AND
000800*  THE CURRENT-YEAR RESULT TO COMPARE AGAINST.  THE ROWS ARE
000900*  BRACKETED WITH CTL-HDR/CTL-TRL RUN-CONTROL ROWS (RUNCTL.CPY)
001000*  - THE TRAILER HASH IS THE SUM OF SIM-OLD-WITHHOLD.
001100*      SIM-SOURCE       'R' - A ROSTER ROW, SIM-INCOME IS THE
001200*                             PERIOD GROSS AT SIM-PAY-FREQ
001300*                       'Y' - A TAXYTD ROW, SIM-INCOME IS THE
001400*                             ANNUAL INCOME (FREQUENCY 'A')
001500*      SIM-OLD-RC       TAXCALC RETURN CODE UNDER THE CURRENT
001600*                       YEAR; NONZERO MEANS NO OLD FIGURES
001700*  NOTHING ON THIS FILE IS LIVE DATA - IT IS A WORK FILE FOR
001800*  THE LENGTH OF THE JOB.
001900*****************************************************************
002000 01  SIM-RECORD.
002100     05  SIM-RUN-DATE             PIC X(08).
002200     05  SIM-EMP-ID               PIC X(11).
002300     05  SIM-SOURCE               PIC X(01).
002400         88  SIM-FROM-ROSTER          VALUE 'R'.
002500         88  SIM-FROM-YTD             VALUE 'Y'.
002600     05  SIM-CURR-YEAR            PIC 9(04).
002700     05  SIM-INCOME               PIC 9(9)V99.
002800     05  SIM-PAY-FREQ             PIC X(01).
002900     05  SIM-MARRIED              PIC X(01).
003000     05  SIM-TAX-CLASS            PIC 9(01).
003100     05  SIM-CHURCH               PIC X(01).
003200     05  SIM-CHURCH-RATE          PIC 9(02).
003300     05  SIM-CHILD-ALLOW          PIC 9(2)V9.
003400     05  SIM-FACTOR               PIC 9V999.
003500     05  SIM-HEALTH-ADDON         PIC 9V999.
003600     05  SIM-PRIVATE-INS          PIC X(01).
003700     05  SIM-CHILDLESS            PIC X(01).
003800     05  SIM-OLD-INCOME-TAX       PIC 9(9)V99.
003900     05  SIM-OLD-SOLI-TAX         PIC 9(9)V99.
004000     05  SIM-OLD-CHURCH-TAX       PIC 9(9)V99.
004100     05  SIM-OLD-WITHHOLD         PIC 9(9)V99.
004200     05  SIM-OLD-RC               PIC 9(02).
004300     05  FILLER                   PIC X(20).
