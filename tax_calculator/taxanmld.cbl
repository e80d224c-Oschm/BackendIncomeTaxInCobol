003396*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003397*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003398*                  RLOGREC.CPY.
003402*  2026-10-09  RD  ONE-OFF PAYMENTS.  THE SHARE OF THE INCOME
003406*                  TAX, SOLI AND CHURCH TAX WITHHELD ON
003410*                  SONSTIGE BEZUEGE (TAXPER PER-ONEOFF- FIELDS)
003414*                  IS CARRIED SEPARATELY ON THE LSTANMLD ROW
003418*                  WITH ITS ROW COUNT.  IT IS PART OF THE
003422*                  TOTALS, NOT ADDED TO THE REMITTANCE.  A
003426*                  TAXPER ROW WRITTEN BEFORE THE FIELDS EXISTED
003430*                  CARRIES NO ONE-OFF SHARE.
003434*  2026-10-15  RD  ANMELDUNG PER BETRIEBSSTAETTE.  TAXPER NOW
003438*                  HOLDS A COMPANY TOTAL ROW AND ONE ROW PER
003442*                  ESTABLISHMENT FOR EACH RUN DATE (PERREC.CPY).
003446*                  ONE LSTANMLD ROW IS WRITTEN PER
003450*                  ESTABLISHMENT, CARRYING ITS TAX OFFICE AND
003454*                  STEUERNUMMER FROM ESTMAST (VIA ESTLKUP) - A
003458*                  CODE NOT ON ESTMAST IS WRITTEN WITH NONE AND
003462*                  ENDS WITH RC 04.  BEFORE LSTANMLD IS OPENED
003466*                  THE ESTABLISHMENT ROWS ARE ADDED UP AND
003470*                  PROVED AGAINST THE COMPANY ROW, FIELD BY
003474*                  FIELD; ANY DIFFERENCE ENDS WITH RC 96 AND NO
003476*                  LSTANMLD IS WRITTEN.  A PERIOD WITH ONLY A
003478*                  COMPANY ROW PREDATES THE SPLIT - REBUILD
003482*                  TAXPER WITH YTDRBLD (RC 91).
003486*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TAXPER-FILE ASSIGN TO "TAXPER"
003850         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS PER-KEY
004000         FILE STATUS IS WS-PER-FILE-STATUS.
004100     SELECT LSTANMLD-FILE ASSIGN TO "LSTANMLD"
004200         ORGANIZATION IS LINE SEQUENTIAL
005400         88  WS-PER-FILE-NOT-FOUND    VALUE '05' '35'.
005450     05  WS-PERIOD-FOUND-SW       PIC X(01) VALUE 'N'.
005470         88  WS-PERIOD-FOUND          VALUE 'Y'.
005513     05  WS-EST-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
005556         88  WS-EST-SCAN-DONE         VALUE 'Y'.
005578     05  WS-ANM-OPEN-SW           PIC X(01) VALUE 'N'.
005589         88  WS-ANM-OPEN              VALUE 'Y'.
005600     05  WS-ANM-FILE-STATUS       PIC X(02) VALUE '00'.
005700 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
005800 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
006000 01  WS-ROWS-IN-ERROR             PIC 9(9) COMP VALUE ZERO.
006100 01  WS-ROWS-ODD-RATE             PIC 9(9) COMP VALUE ZERO.
006200 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
006225 01  WS-ANM-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
006250 01  WS-ESTAB-UNKNOWN             PIC 9(9) COMP VALUE ZERO.
006275 01  WS-EST-REMITTANCE            PIC 9(11)V99 VALUE ZERO.
006285 01  WS-EST-ROWS-FOUND            PIC 9(9) COMP VALUE ZERO.
006300*****************************************************************
006400*  DECLARATION-PERIOD ACCUMULATORS.
006500*****************************************************************
006900 01  WS-CHURCH-TAX-9-TOTAL        PIC 9(11)V99 VALUE ZERO.
007000 01  WS-CHURCH-TAX-ODD-TOTAL      PIC 9(11)V99 VALUE ZERO.
007100 01  WS-TOTAL-REMITTANCE          PIC 9(11)V99 VALUE ZERO.
007103 01  WS-ONEOFF-COUNT              PIC 9(07) VALUE ZERO.
007106 01  WS-ONEOFF-INCOME-TAX         PIC 9(11)V99 VALUE ZERO.
007109 01  WS-ONEOFF-SOLI-TAX           PIC 9(11)V99 VALUE ZERO.
007112 01  WS-ONEOFF-CHURCH-TAX         PIC 9(11)V99 VALUE ZERO.
007115*****************************************************************
007118*  CONTROL TOTALS - THE ESTABLISHMENT ROWS ADDED UP, TO BE
007121*  PROVED AGAINST THE COMPANY ROW IN 4000-PROVE-CONTROL-TOTAL
007122*  BEFORE ANY LSTANMLD ROW IS WRITTEN.
007124*****************************************************************
007127 01  WS-CT-EMPLOYEE-COUNT         PIC 9(07) VALUE ZERO.
007130 01  WS-CT-ERROR-COUNT            PIC 9(07) VALUE ZERO.
007133 01  WS-CT-INCOME-TAX             PIC 9(11)V99 VALUE ZERO.
007136 01  WS-CT-SOLI-TAX               PIC 9(11)V99 VALUE ZERO.
007139 01  WS-CT-CHURCH-TAX-8           PIC 9(11)V99 VALUE ZERO.
007142 01  WS-CT-CHURCH-TAX-9           PIC 9(11)V99 VALUE ZERO.
007145 01  WS-CT-CHURCH-TAX-ODD         PIC 9(11)V99 VALUE ZERO.
007148 01  WS-CT-ODD-COUNT              PIC 9(07) VALUE ZERO.
007151 01  WS-CT-ONEOFF-COUNT           PIC 9(07) VALUE ZERO.
007154 01  WS-CT-ONEOFF-INCOME-TAX      PIC 9(11)V99 VALUE ZERO.
007157 01  WS-CT-ONEOFF-SOLI-TAX        PIC 9(11)V99 VALUE ZERO.
007160 01  WS-CT-ONEOFF-CHURCH-TAX      PIC 9(11)V99 VALUE ZERO.
007163 01  WS-CT-REMITTANCE             PIC 9(11)V99 VALUE ZERO.
007166*****************************************************************
007169*  ESTABLISHMENT LOOKUP PARAMETERS - SEE ESTPARM.CPY.
007172*****************************************************************
007175 COPY ESTPARM.
007178*****************************************************************
007181*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
007184*****************************************************************
007187 COPY RLOGREC.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007301     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
007600         PERFORM 2000-ACCUMULATE-PERIOD THRU 2000-EXIT
007650     END-IF
007660     IF WS-PERIOD-FOUND
007670         PERFORM 2500-TOTAL-ESTABLISHMENTS THRU 2500-EXIT
007680         PERFORM 4000-PROVE-CONTROL-TOTAL THRU 4000-EXIT
007690         IF WS-RETURN-CODE < 90
007700             PERFORM 3000-WRITE-REMITTANCE-ROWS THRU 3000-EXIT
007750         END-IF
007800     END-IF
007900     PERFORM 9000-TERMINATE THRU 9000-EXIT
007999     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
008100
008200*****************************************************************
008300*  1000-INITIALIZE - READ THE DECLARATION-PERIOD RUN DATE,
008400*  STAMP THE EXTRACT DATE AND OPEN TAXPER.  LSTANMLD IS NOT
008450*  OPENED UNTIL THE PERIOD HAS PROVED OUT.
008500*****************************************************************
008600 1000-INITIALIZE.
008700     ACCEPT CLI-RUN-DATE-ARG FROM ARGUMENT-VALUE
009800             'NOTHING TO EXTRACT (REBUILD WITH YTDRBLD IF '
009900             'THE ARCHIVE HAS ROWS)'
009950         MOVE 91 TO WS-RETURN-CODE
010100     END-IF.
010300 1000-EXIT.
010400     EXIT.
010500
010600*****************************************************************
010700*  2000-ACCUMULATE-PERIOD - ONE KEYED READ OF THE PERIOD'S
010800*  COMPANY TOTAL ROW OFF TAXPER.  A PERIOD WITH NO ROW WAS
010900*  NEVER RUN (OR THE ACCUMULATOR NEEDS A YTDRBLD REBUILD).
010950*****************************************************************
011000 2000-ACCUMULATE-PERIOD.
011100     MOVE 'N' TO WS-PERIOD-FOUND-SW
011200     MOVE CLI-RUN-DATE-ARG TO PER-RUN-DATE
011250     MOVE SPACES TO PER-ESTAB-CODE
011300     READ TAXPER-FILE
011400         INVALID KEY
011500             DISPLAY 'TAXANMLD: NO TAXPER ROW FOR PERIOD '
012600     MOVE PER-SOLI-TAX TO WS-SOLI-TAX-TOTAL
012700     MOVE PER-CHURCH-TAX-8 TO WS-CHURCH-TAX-8-TOTAL
012800     MOVE PER-CHURCH-TAX-9 TO WS-CHURCH-TAX-9-TOTAL
012810     IF PER-ONEOFF-COUNT NUMERIC
012820         AND PER-ONEOFF-INCOME-TAX NUMERIC
012830         AND PER-ONEOFF-SOLI-TAX NUMERIC
012840         AND PER-ONEOFF-CHURCH-TAX NUMERIC
012850         MOVE PER-ONEOFF-COUNT TO WS-ONEOFF-COUNT
012860         MOVE PER-ONEOFF-INCOME-TAX TO WS-ONEOFF-INCOME-TAX
012870         MOVE PER-ONEOFF-SOLI-TAX TO WS-ONEOFF-SOLI-TAX
012880         MOVE PER-ONEOFF-CHURCH-TAX TO WS-ONEOFF-CHURCH-TAX
012890     END-IF
012900     IF PER-ODD-COUNT > ZERO
013000         DISPLAY 'TAXANMLD: PERIOD CARRIES CHURCH TAX AT '
013100             'UNEXPECTED RATES ON ' PER-ODD-COUNT
013500         IF WS-RETURN-CODE = ZERO
013600             MOVE 04 TO WS-RETURN-CODE
013700         END-IF
013800     END-IF
013825     COMPUTE WS-TOTAL-REMITTANCE =
013850         WS-INCOME-TAX-TOTAL + WS-SOLI-TAX-TOTAL
013875         + WS-CHURCH-TAX-8-TOTAL + WS-CHURCH-TAX-9-TOTAL.
013900 2000-EXIT.
014000     EXIT.
014100
014150*****************************************************************
014200*  2500-TOTAL-ESTABLISHMENTS - ADD UP THE ESTABLISHMENT ROWS
014250*  THAT FOLLOW THE COMPANY ROW FOR THE PERIOD INTO THE CONTROL
014300*  TOTALS, SO THE PERIOD IS PROVED BEFORE ANYTHING IS WRITTEN.
014350*****************************************************************
014400 2500-TOTAL-ESTABLISHMENTS.
014450     MOVE 'N' TO WS-EST-SCAN-DONE-SW
014500     MOVE CLI-RUN-DATE-ARG TO PER-RUN-DATE
014550     MOVE SPACES TO PER-ESTAB-CODE
014600     START TAXPER-FILE KEY IS GREATER THAN PER-KEY
014650         INVALID KEY
014700             MOVE 'Y' TO WS-EST-SCAN-DONE-SW
014750     END-START
014800     PERFORM 2510-ADD-ONE-ESTABLISHMENT THRU 2510-EXIT
014850         UNTIL WS-EST-SCAN-DONE.
014900 2500-EXIT.
014950     EXIT.
015000
015010 2510-ADD-ONE-ESTABLISHMENT.
015020     READ TAXPER-FILE NEXT
015030         AT END
015040             MOVE 'Y' TO WS-EST-SCAN-DONE-SW
015050             GO TO 2510-EXIT
015060     END-READ
015070     IF PER-RUN-DATE NOT = CLI-RUN-DATE-ARG
015080         MOVE 'Y' TO WS-EST-SCAN-DONE-SW
015090         GO TO 2510-EXIT
015100     END-IF
015110     ADD 1 TO WS-EST-ROWS-FOUND
015120     IF PER-ONEOFF-COUNT NOT NUMERIC
015130         OR PER-ONEOFF-INCOME-TAX NOT NUMERIC
015140         OR PER-ONEOFF-SOLI-TAX NOT NUMERIC
015150         OR PER-ONEOFF-CHURCH-TAX NOT NUMERIC
015160         MOVE ZERO TO PER-ONEOFF-COUNT
015170         MOVE ZERO TO PER-ONEOFF-INCOME-TAX
015180         MOVE ZERO TO PER-ONEOFF-SOLI-TAX
015190         MOVE ZERO TO PER-ONEOFF-CHURCH-TAX
015200     END-IF
015205     ADD PER-EMPLOYEE-COUNT TO WS-CT-EMPLOYEE-COUNT
015210     ADD PER-ERROR-COUNT TO WS-CT-ERROR-COUNT
015215     ADD PER-INCOME-TAX TO WS-CT-INCOME-TAX
015220     ADD PER-SOLI-TAX TO WS-CT-SOLI-TAX
015225     ADD PER-CHURCH-TAX-8 TO WS-CT-CHURCH-TAX-8
015230     ADD PER-CHURCH-TAX-9 TO WS-CT-CHURCH-TAX-9
015235     ADD PER-CHURCH-TAX-ODD TO WS-CT-CHURCH-TAX-ODD
015240     ADD PER-ODD-COUNT TO WS-CT-ODD-COUNT
015245     ADD PER-ONEOFF-COUNT TO WS-CT-ONEOFF-COUNT
015250     ADD PER-ONEOFF-INCOME-TAX TO WS-CT-ONEOFF-INCOME-TAX
015255     ADD PER-ONEOFF-SOLI-TAX TO WS-CT-ONEOFF-SOLI-TAX
015260     ADD PER-ONEOFF-CHURCH-TAX TO WS-CT-ONEOFF-CHURCH-TAX
015265     COMPUTE WS-CT-REMITTANCE = WS-CT-REMITTANCE
015270         + PER-INCOME-TAX + PER-SOLI-TAX
015275         + PER-CHURCH-TAX-8 + PER-CHURCH-TAX-9.
015280 2510-EXIT.
015285     EXIT.
015290
015300*****************************************************************
015400*  3000-WRITE-REMITTANCE-ROWS - THE PERIOD HAS PROVED OUT: WALK
015500*  THE ESTABLISHMENT ROWS AGAIN AND WRITE ONE FIXED-LAYOUT ROW
015533*  PER ESTABLISHMENT IN THE SHAPE THE FILING BUREAU TAKES.
015600*****************************************************************
015700 3000-WRITE-REMITTANCE-ROWS.
015720     OPEN OUTPUT LSTANMLD-FILE
015740     IF WS-ANM-FILE-STATUS NOT = '00'
015750         DISPLAY 'TAXANMLD: LSTANMLD OPEN FAILED - STATUS '
015760             WS-ANM-FILE-STATUS
015770         MOVE 98 TO WS-RETURN-CODE
015780         GO TO 3000-EXIT
015790     END-IF
015795     MOVE 'Y' TO WS-ANM-OPEN-SW
015800     MOVE 'N' TO WS-EST-SCAN-DONE-SW
015900     MOVE CLI-RUN-DATE-ARG TO PER-RUN-DATE
016000     MOVE SPACES TO PER-ESTAB-CODE
016002     START TAXPER-FILE KEY IS GREATER THAN PER-KEY
016004         INVALID KEY
016006             MOVE 'Y' TO WS-EST-SCAN-DONE-SW
016008     END-START
016010     PERFORM 3100-WRITE-ONE-ESTABLISHMENT THRU 3100-EXIT
016012         UNTIL WS-EST-SCAN-DONE.
016014 3000-EXIT.
016016     EXIT.
016018
016020 3100-WRITE-ONE-ESTABLISHMENT.
016022     READ TAXPER-FILE NEXT
016024         AT END
016026             MOVE 'Y' TO WS-EST-SCAN-DONE-SW
016028             GO TO 3100-EXIT
016030     END-READ
016032     IF PER-RUN-DATE NOT = CLI-RUN-DATE-ARG
016034         MOVE 'Y' TO WS-EST-SCAN-DONE-SW
016036         GO TO 3100-EXIT
016038     END-IF
016040     ADD 1 TO WS-ROWS-READ
016042     IF PER-ONEOFF-COUNT NOT NUMERIC
016044         OR PER-ONEOFF-INCOME-TAX NOT NUMERIC
016046         OR PER-ONEOFF-SOLI-TAX NOT NUMERIC
016048         OR PER-ONEOFF-CHURCH-TAX NOT NUMERIC
016050         MOVE ZERO TO PER-ONEOFF-COUNT
016052         MOVE ZERO TO PER-ONEOFF-INCOME-TAX
016054         MOVE ZERO TO PER-ONEOFF-SOLI-TAX
016056         MOVE ZERO TO PER-ONEOFF-CHURCH-TAX
016058     END-IF
016060     MOVE PER-ESTAB-CODE TO EP-ESTAB-CODE-ARG
016062     CALL 'ESTLKUP' USING ESTLKUP-PARMS
016064     IF NOT EP-RC-OK
016066         DISPLAY 'TAXANMLD: ESTABLISHMENT ' PER-ESTAB-CODE
016068             ' IS NOT ON ESTMAST - ROW WRITTEN WITHOUT TAX '
016070             'OFFICE, COMPLETE IT BEFORE FILING'
016072         ADD 1 TO WS-ESTAB-UNKNOWN
016074         IF WS-RETURN-CODE = ZERO
016076             MOVE 04 TO WS-RETURN-CODE
016078         END-IF
016080     END-IF
016082     COMPUTE WS-EST-REMITTANCE =
016084         PER-INCOME-TAX + PER-SOLI-TAX
016086         + PER-CHURCH-TAX-8 + PER-CHURCH-TAX-9
016100     MOVE SPACES TO ANM-RECORD
016200     MOVE CLI-RUN-DATE-ARG TO ANM-PERIOD-RUN-DATE
016300     MOVE WS-RUN-DATE TO ANM-EXTRACT-DATE
016400     MOVE PER-EMPLOYEE-COUNT TO ANM-EMPLOYEE-COUNT
016500     MOVE PER-INCOME-TAX TO ANM-INCOME-TAX-TOTAL
016600     MOVE PER-SOLI-TAX TO ANM-SOLI-TAX-TOTAL
016700     MOVE PER-CHURCH-TAX-8 TO ANM-CHURCH-TAX-8-TOTAL
016800     MOVE PER-CHURCH-TAX-9 TO ANM-CHURCH-TAX-9-TOTAL
016900     MOVE WS-EST-REMITTANCE TO ANM-TOTAL-REMITTANCE
016912     MOVE PER-ONEOFF-COUNT TO ANM-ONEOFF-COUNT
016924     MOVE PER-ONEOFF-INCOME-TAX TO ANM-ONEOFF-INCOME-TAX
016936     MOVE PER-ONEOFF-SOLI-TAX TO ANM-ONEOFF-SOLI-TAX
016948     MOVE PER-ONEOFF-CHURCH-TAX TO ANM-ONEOFF-CHURCH-TAX
016960     MOVE PER-ESTAB-CODE TO ANM-ESTAB-CODE
016972     MOVE EP-TAX-OFFICE TO ANM-TAX-OFFICE
016984     MOVE EP-STEUERNUMMER TO ANM-STEUERNUMMER
017000     WRITE ANM-RECORD
017100     IF WS-ANM-FILE-STATUS NOT = '00'
017200         DISPLAY 'TAXANMLD: LSTANMLD WRITE FAILED - STATUS '
017300             WS-ANM-FILE-STATUS
017400         MOVE 98 TO WS-RETURN-CODE
017401         MOVE 'Y' TO WS-EST-SCAN-DONE-SW
017402         GO TO 3100-EXIT
017403     END-IF
017404     ADD 1 TO WS-ANM-ROWS-WRITTEN
017405     DISPLAY 'TAXANMLD: ESTABLISHMENT ' PER-ESTAB-CODE
017406         ' FA ' EP-TAX-OFFICE ' STNR ' EP-STEUERNUMMER
017407         ' REMITTANCE ' WS-EST-REMITTANCE.
017421 3100-EXIT.
017422     EXIT.
017423
017424*****************************************************************
017425*  4000-PROVE-CONTROL-TOTAL - THE ESTABLISHMENT ROWS MUST ADD
017426*  BACK TO THE COMPANY ROW IN EVERY FIELD, OR THE DECLARATIONS
017427*  WOULD REMIT MORE OR LESS THAN THE COMPANY WITHHELD.  A
017428*  PERIOD WITH NO ESTABLISHMENT ROWS WAS ACCUMULATED BEFORE
017429*  THE SPLIT AND NEEDS A YTDRBLD REBUILD.  EITHER WAY NOTHING
017430*  IS WRITTEN TO LSTANMLD.
017431*****************************************************************
017432 4000-PROVE-CONTROL-TOTAL.
017435     IF WS-EST-ROWS-FOUND = ZERO
017436         DISPLAY 'TAXANMLD: PERIOD ' CLI-RUN-DATE-ARG ' HAS NO '
017437             'ESTABLISHMENT ROWS ON TAXPER - REBUILD WITH '
017438             'YTDRBLD, NOTHING FILED'
017439         MOVE 91 TO WS-RETURN-CODE
017440         GO TO 4000-EXIT
017441     END-IF
017442     DISPLAY 'TAXANMLD: CONTROL - ESTABLISHMENT ROWS '
017443         WS-EST-ROWS-FOUND ' REMITTANCE ' WS-CT-REMITTANCE
017444     DISPLAY 'TAXANMLD: CONTROL - COMPANY TOTAL ROW   '
017445         '          REMITTANCE ' WS-TOTAL-REMITTANCE
017446     IF WS-CT-EMPLOYEE-COUNT = WS-ROWS-MATCHED
017447         AND WS-CT-ERROR-COUNT = WS-ROWS-IN-ERROR
017448         AND WS-CT-INCOME-TAX = WS-INCOME-TAX-TOTAL
017449         AND WS-CT-SOLI-TAX = WS-SOLI-TAX-TOTAL
017450         AND WS-CT-CHURCH-TAX-8 = WS-CHURCH-TAX-8-TOTAL
017451         AND WS-CT-CHURCH-TAX-9 = WS-CHURCH-TAX-9-TOTAL
017452         AND WS-CT-CHURCH-TAX-ODD = WS-CHURCH-TAX-ODD-TOTAL
017453         AND WS-CT-ODD-COUNT = WS-ROWS-ODD-RATE
017454         AND WS-CT-ONEOFF-COUNT = WS-ONEOFF-COUNT
017455         AND WS-CT-ONEOFF-INCOME-TAX = WS-ONEOFF-INCOME-TAX
017456         AND WS-CT-ONEOFF-SOLI-TAX = WS-ONEOFF-SOLI-TAX
017457         AND WS-CT-ONEOFF-CHURCH-TAX = WS-ONEOFF-CHURCH-TAX
017458         AND WS-CT-REMITTANCE = WS-TOTAL-REMITTANCE
017459         DISPLAY 'TAXANMLD: CONTROL - ESTABLISHMENT ROWS ADD '
017460             'BACK TO THE COMPANY TOTAL'
017461     ELSE
017462         DISPLAY 'TAXANMLD: CONTROL - ESTABLISHMENT ROWS DO '
017463             'NOT ADD BACK TO THE COMPANY TOTAL - DO NOT FILE, '
017464             'REBUILD TAXPER WITH YTDRBLD'
017465         MOVE 96 TO WS-RETURN-CODE
017500     END-IF.
017600 4000-EXIT.
017700     EXIT.
017800
017900*****************************************************************
018450         AND WS-PER-FILE-STATUS NOT = '05'
018460         AND WS-PER-FILE-STATUS NOT = '35'
018600         CLOSE TAXPER-FILE
018800     END-IF
018850     IF WS-ANM-OPEN
018875         CLOSE LSTANMLD-FILE
018890     END-IF
018900     DISPLAY 'TAXANMLD: PERIOD RUN DATE.... ' CLI-RUN-DATE-ARG
019100     DISPLAY 'TAXANMLD: ROWS FOR PERIOD.... ' WS-ROWS-MATCHED
019200     DISPLAY 'TAXANMLD: ROWS IN ERROR...... ' WS-ROWS-IN-ERROR
020400             ' ROW(S) - NOT REMITTED, REVIEW BEFORE FILING'
020500     END-IF
020600     DISPLAY 'TAXANMLD: TOTAL REMITTANCE... '
020700         WS-TOTAL-REMITTANCE
020708     DISPLAY 'TAXANMLD: ONE-OFF ROWS....... ' WS-ONEOFF-COUNT
020716     DISPLAY 'TAXANMLD:   OF WHICH INC TAX. '
020724         WS-ONEOFF-INCOME-TAX
020732     DISPLAY 'TAXANMLD:   OF WHICH SOLI.... '
020740         WS-ONEOFF-SOLI-TAX
020748     DISPLAY 'TAXANMLD:   OF WHICH CHURCH.. '
020756         WS-ONEOFF-CHURCH-TAX
020764     DISPLAY 'TAXANMLD: DECLARATIONS....... ' WS-ANM-ROWS-WRITTEN
020772     IF WS-ESTAB-UNKNOWN > ZERO
020780         DISPLAY 'TAXANMLD: NOT ON ESTMAST..... ' WS-ESTAB-UNKNOWN
020788     END-IF.
020800 9000-EXIT.
020900     EXIT.
020920
021110     MOVE 'TAXANMLD' TO RLOG-PROGRAM-ID
021120     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
021130     MOVE WS-ROWS-MATCHED TO RLOG-RECORDS-READ
021140     MOVE WS-ANM-ROWS-WRITTEN TO RLOG-RECORDS-WRITTEN
021190     MOVE WS-ROWS-IN-ERROR TO RLOG-RECORDS-REJECTED
021200     CALL 'RUNLOGW' USING RLOG-RECORD.
021210 9900-EXIT.
