001000*  THE WAY TAXRECON USED TO TAKE THEM FROM THE LATEST CLEAN
001100*  TAXRPT ROW.  YTDRBLD RECONSTRUCTS THE WHOLE FILE FROM THE
001200*  ARCHIVE WHENEVER IT IS IN DOUBT.
001210*  YTD-PENSION-INS THROUGH YTD-UNEMPL-INS ACCUMULATE THE
001220*  EMPLOYEE'S SOCIAL-INSURANCE CONTRIBUTIONS THE SAME WAY;
001230*  YTD-HEALTH-ADDON, YTD-PRIVATE-INS AND YTD-CHILDLESS ARE
001240*  STANDING DATA LIKE THE FIELDS ABOVE THEM.
001250*  YTD-ONEOFF-INCOME IS THE PART OF YTD-INCOME PAID AS ONE-OFF
001260*  PAYMENTS (TAXRPT TYPE 'S' ROWS), WHICH DO NOT COUNT IN
001270*  YTD-PERIOD-COUNT - TAXBATCH TAKES THE EXPECTED ANNUAL WAGE
001280*  FOR THE NEXT ONE-OFF PAYMENT FROM THE TWO.  SPACES ON ROWS
001290*  WRITTEN BEFORE THE FIELD EXISTED COUNT AS ZERO.
001300*****************************************************************
001400 01  YTD-RECORD.
001500     05  YTD-KEY.
002800     05  YTD-CHILD-ALLOW          PIC 9(2)V9.
002900     05  YTD-FACTOR               PIC 9V999.
003000     05  YTD-LAST-RUN-DATE        PIC X(08).
003100     05  YTD-PENSION-INS          PIC 9(11)V99.
003200     05  YTD-HEALTH-INS           PIC 9(11)V99.
003300     05  YTD-CARE-INS             PIC 9(11)V99.
003400     05  YTD-UNEMPL-INS           PIC 9(11)V99.
003500     05  YTD-HEALTH-ADDON         PIC 9V999.
003600     05  YTD-PRIVATE-INS          PIC X(01).
003700     05  YTD-CHILDLESS            PIC X(01).
003800     05  YTD-ONEOFF-INCOME        PIC 9(11)V99.
003900     05  FILLER                   PIC X(03).
