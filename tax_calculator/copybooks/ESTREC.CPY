000100*****************************************************************
000200*  ESTREC.CPY
000300*  ESTABLISHMENT MASTER RECORD - ONE ROW PER LOHNSTEUERLICHE
000400*  BETRIEBSSTAETTE (PAR. 41 ABS. 2 ESTG) ON THE ESTMAST TABLE,
000500*  MAINTAINED BY ESTMAINT AND READ THROUGH THE ESTLKUP
000600*  SUBPROGRAM.  EVERY ESTABLISHMENT FILES ITS OWN
000700*  LOHNSTEUER-ANMELDUNG WITH ITS OWN TAX OFFICE:
000800*      EST-CODE           ESTABLISHMENT CODE AS CARRIED ON
000900*                         EMPMAST, TAXRPT AND TAXPER
001000*      EST-NAME           DESCRIPTION, LISTED ONLY
001100*      EST-TAX-OFFICE     FINANZAMTSNUMMER OF THE BETRIEBS-
001200*                         STAETTENFINANZAMT
001300*      EST-STEUERNUMMER   THE EMPLOYER'S STEUERNUMMER AT THAT
001400*                         TAX OFFICE, AS THE OFFICE ISSUED IT
001500*      EST-HEAD-OFFICE    'Y' ON EXACTLY ONE ROW.  A BLANK
001600*                         ESTABLISHMENT CODE ON EMPMAST OR ON
001700*                         AN OLD TAXRPT ROW MEANS THIS ONE.
001800*****************************************************************
001900 01  EST-RECORD.
002000     05  EST-CODE                 PIC X(02).
002100     05  EST-NAME                 PIC X(30).
002200     05  EST-TAX-OFFICE           PIC 9(04).
002300     05  EST-STEUERNUMMER         PIC X(13).
002400     05  EST-HEAD-OFFICE          PIC X(01).
002500         88  EST-IS-HEAD-OFFICE       VALUE 'Y'.
002600     05  FILLER                   PIC X(10).
