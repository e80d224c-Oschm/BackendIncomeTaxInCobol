000500*  EMP-PAY-FREQ-ARG - 'A' (OR BLANK, FOR ROSTERS CUT BEFORE THE
000600*  FIELD EXISTED) AN ANNUAL FIGURE, 'M' A MONTHLY GROSS, 'W' A
000700*  WEEKLY GROSS.
000712*  EMP-REC-TYPE 'S' MARKS A ONE-OFF PAYMENT (SONSTIGER BEZUG -
000724*  CHRISTMAS BONUS, HOLIDAY PAY, SEVERANCE): EMP-INCOME-ARG IS
000736*  THEN THE PAYMENT ITSELF, TAXED BY TAXBATCH WITH THE ANNUAL-
000748*  TABLE METHOD AGAINST THE EXPECTED ANNUAL WAGE ON TAXYTD, AND
000760*  EMP-PAY-FREQ-ARG IS IGNORED.  BLANK (OLD ROSTERS) OR 'R' IS
000772*  THE REGULAR PAY-PERIOD GROSS.  AN EMPLOYEE MAY HAVE ONE ROW
000784*  OF EACH TYPE ON A ROSTER.
000800*****************************************************************
000900 01  EMP-RECORD.
001000     05  EMP-ID                   PIC X(11).
001500     05  EMP-CHURCH-RATE-ARG      PIC 9(2).
001600     05  EMP-PAY-FREQ-ARG         PIC X(01).
001620     05  EMP-TAX-CLASS-ARG        PIC 9(01).
001700     05  EMP-REC-TYPE             PIC X(01).
001800         88  EMP-REGULAR-PAY          VALUE ' ' 'R'.
001900         88  EMP-ONE-OFF-PAY          VALUE 'S'.
002000     05  FILLER                   PIC X(27).
