000100*****************************************************************
000200*  PERREC.CPY
000300*  DECLARATION-PERIOD TOTALS RECORD - ON THE INDEXED TAXPER
000400*  MASTER, KEYED ON PER-KEY (PER-RUN-DATE + PER-ESTAB-CODE).
000420*  EACH TAXBATCH RUN DATE HAS ONE COMPANY TOTAL ROW (ESTAB CODE
000440*  SPACES) AND ONE ROW PER BETRIEBSSTAETTE (SEE ESTREC.CPY)
000460*  THAT PAID ANYONE; THE ESTABLISHMENT ROWS ADD BACK TO THE
000480*  COMPANY ROW, WHICH TAXANMLD PROVES BEFORE IT FILES.
000500*  TAXBATCH ADDS EVERY DETAIL ROW IN PLACE AS IT IS WRITTEN,
000600*  SO TAXANMLD CAN CUT THE LOHNSTEUER-ANMELDUNG ROW FOR A
000700*  PERIOD WITH ONE KEYED READ INSTEAD OF A FULL TAXRPT PASS.
000900*  CORRECTIONS ARE FILED THROUGH THE TAXCORR AMDANMLD
001000*  AMENDMENT EXTRACT, NOT BY RESTATING THIS ROW.  YTDRBLD
001100*  RECONSTRUCTS THE FILE FROM THE TAXRPT ARCHIVE ON DEMAND.
001111*  THE PER-ONEOFF- FIELDS SHOW HOW MUCH OF THE PERIOD TOTALS
001122*  ABOVE THEM CAME FROM ONE-OFF PAYMENT ROWS (SONSTIGE BEZUEGE,
001133*  TAXRPT TYPE 'S') - THEY ARE INCLUDED IN THE TOTALS, NOT
001144*  ADDED TO THEM.  ONE-OFF ROWS COUNT IN PER-ONEOFF-COUNT, NOT
001155*  IN PER-EMPLOYEE-COUNT.  SPACES ON ROWS WRITTEN BEFORE THE
001166*  FIELDS EXISTED COUNT AS ZERO.
001177*  A ROW WITH A DIFFERENT KEY LAYOUT CANNOT BE READ BY KEY -
001188*  REBUILD THE FILE WITH YTDRBLD AFTER A KEY CHANGE.
001200*****************************************************************
001300 01  PER-RECORD.
001400     05  PER-KEY.
001425         10  PER-RUN-DATE         PIC X(08).
001450         10  PER-ESTAB-CODE       PIC X(02).
001475             88  PER-COMPANY-TOTAL    VALUE SPACES.
001500     05  PER-EMPLOYEE-COUNT       PIC 9(07).
001600     05  PER-INCOME-TAX           PIC 9(11)V99.
001700     05  PER-SOLI-TAX             PIC 9(11)V99.
002000     05  PER-CHURCH-TAX-ODD       PIC 9(11)V99.
002100     05  PER-ODD-COUNT            PIC 9(07).
002200     05  PER-ERROR-COUNT          PIC 9(07).
002300     05  PER-ONEOFF-COUNT         PIC 9(07).
002400     05  PER-ONEOFF-INCOME-TAX    PIC 9(11)V99.
002500     05  PER-ONEOFF-SOLI-TAX      PIC 9(11)V99.
002600     05  PER-ONEOFF-CHURCH-TAX    PIC 9(11)V99.
002700     05  FILLER                   PIC X(04).
