000100*****************************************************************
000200*  PCHPARM.CPY
000300*  CALLING PARAMETERS FOR THE PCHGIO SUBPROGRAM, THE ONE PLACE
000400*  THAT TOUCHES THE PENDCHG PENDING-CHANGE FILE FOR THE
000500*  MAINTENANCE AND BATCH PROGRAMS (SEE PCHGREC.CPY).  CALLED
000600*  AS  CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD.
000700*      PW-FUNCTION  'W' - WRITE PCH-RECORD AS A NEW PENDING
000800*                   CHANGE.  PCHGIO STAMPS THE CHANGE-ID, THE
000900*                   SIGNED-ON USER AND STATUS 'P', AND REFUSES
001000*                   A SECOND CHANGE TO A MASTER KEY THAT
001100*                   ALREADY HAS ONE PENDING.  THE CHANGE-ID
001150*                   COMES BACK IN PCH-RECORD.
001200*                   'C' - COUNT THE CHANGES STILL PENDING
001300*                   THAT AFFECT THE PERIOD PW-AS-OF-DATE:
001400*                   EMPMAST CHANGES EFFECTIVE ON OR BEFORE IT,
001500*                   BRKTAB/STATTAB/SVTAB CHANGES FOR ITS YEAR.
001600*                   PW-TABLE-ARG LIMITS THE COUNT TO ONE
001700*                   MASTER ('BRK ', 'STAT', 'SV  ', 'EMP ');
001800*                   SPACES COUNT ALL FOUR.  PCH-RECORD IS NOT
001850*                   USED.
001900*****************************************************************
002000 01  PCHGIO-PARMS.
002100     05  PW-FUNCTION              PIC X(01).
002200         88  PW-WRITE-CHANGE          VALUE 'W'.
002300         88  PW-COUNT-PENDING         VALUE 'C'.
002400     05  PW-AS-OF-DATE            PIC X(08).
002500     05  PW-TABLE-ARG             PIC X(04).
002600     05  PW-PENDING-COUNT         PIC 9(05).
002700     05  PW-RETURN-CODE           PIC 9(02).
002800         88  PW-RC-OK                 VALUE 00.
002900         88  PW-RC-NO-USER            VALUE 92.
003000         88  PW-RC-ALREADY-PENDING    VALUE 93.
003100         88  PW-RC-WRITE-FAILED       VALUE 95.
