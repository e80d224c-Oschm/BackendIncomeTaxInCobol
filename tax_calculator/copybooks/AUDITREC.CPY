000610*  ROWS WRITTEN BY TAXCORR CARRY AUD-CORR-SIGN '-' (REVERSAL)
000620*  OR '+' (RE-POST) - THEY DOCUMENT A CORRECTION, NOT AN
000630*  ORIGINAL CALCULATION, AND ARE NOT REPLAYED.
000638*  AUD-SOCIAL-INS 'Y' MARKS A CALCULATION RUN WITH THE
000646*  SOCIAL-INSURANCE DEDUCTION (SEE TC-SOCIAL-INS-ARG), WITH THE
000654*  THREE EMPMAST VALUES IT USED; BLANK ON OLDER ROWS.
000662*  AUD-REC-TYPE 'S' MARKS A ONE-OFF PAYMENT (SONSTIGER BEZUG):
000670*  AUD-INCOME-ARG IS THE PAYMENT, AUD-EXPECTED-WAGE THE ANNUAL
000678*  WAGE IT WAS TAXED AGAINST AND AUD-RESULT THE DIFFERENCE THE
000686*  PAYMENT MAKES TO THE ANNUAL-TABLE WITHHOLDING.
000700*****************************************************************
000800 01  AUDIT-RECORD.
000900     05  AUD-RUN-DATE             PIC X(08).
001960     05  AUD-CHILD-ALLOW          PIC 9(2)V9.
001980     05  AUD-FACTOR               PIC 9V999.
001990     05  AUD-CORR-SIGN            PIC X(01).
001991     05  AUD-SOCIAL-INS           PIC X(01).
001992     05  AUD-HEALTH-ADDON         PIC 9V999.
001993     05  AUD-PRIVATE-INS          PIC X(01).
001994     05  AUD-CHILDLESS            PIC X(01).
001995     05  AUD-REC-TYPE             PIC X(01).
001996         88  AUD-IS-ONE-OFF           VALUE 'S'.
001997     05  AUD-EXPECTED-WAGE        PIC 9(9)V99.
002000     05  FILLER                   PIC X(01).
