000750*  FILED DECLARATION FOR THE PERIOD, 'A' THE RECOMPUTED
000760*  AMOUNTS TO GO IN - TWO ROWS PER AMENDED PERIOD, EACH
000770*  UNSIGNED.
000772*
000774*  THE ANM-ONEOFF- FIELDS SHOW HOW MUCH OF THE DECLARED INCOME
000776*  TAX, SOLI AND CHURCH TAX WAS WITHHELD ON ONE-OFF PAYMENTS
000778*  (SONSTIGE BEZUEGE) AND ON HOW MANY ROWS.  THEY ARE INCLUDED
000780*  IN THE TOTALS ABOVE, NOT ADDED TO THE REMITTANCE.
000782*
000784*  EVERY BETRIEBSSTAETTE FILES ITS OWN DECLARATION, SO THERE
000786*  IS ONE ROW (OR ONE R/A PAIR) PER PERIOD PER ESTABLISHMENT:
000788*  ANM-ESTAB-CODE IS THE ESTABLISHMENT AND ANM-TAX-OFFICE AND
000790*  ANM-STEUERNUMMER ARE FROM ESTMAST (SEE ESTREC.CPY) - THE
000792*  TAX OFFICE THE ROW IS FILED WITH AND THE EMPLOYER'S NUMBER
000794*  THERE.  ZERO/SPACES MEAN THE CODE WAS NOT ON ESTMAST; THE
000796*  WRITING PROGRAM FLAGS SUCH A ROW ON SYSOUT.
000800*****************************************************************
000900 01  ANM-RECORD.
001000     05  ANM-PERIOD-RUN-DATE      PIC X(08).
001720     05  ANM-AMEND-IND            PIC X(01).
001740         88  ANM-AMEND-REVERSAL       VALUE 'R'.
001760         88  ANM-AMEND-ADDITION       VALUE 'A'.
001800     05  ANM-ONEOFF-COUNT         PIC 9(07).
001900     05  ANM-ONEOFF-INCOME-TAX    PIC 9(11)V99.
002000     05  ANM-ONEOFF-SOLI-TAX      PIC 9(11)V99.
002100     05  ANM-ONEOFF-CHURCH-TAX    PIC 9(11)V99.
002200     05  ANM-ESTAB-CODE           PIC X(02).
002300     05  ANM-TAX-OFFICE           PIC 9(04).
002400     05  ANM-STEUERNUMMER         PIC X(13).
002500     05  FILLER                   PIC X(05).
