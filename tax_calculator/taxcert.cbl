003042*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003043*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003044*                  RLOGREC.CPY.
003049*  2026-10-02  RD  SOCIAL INSURANCE.  THE PENSION, HEALTH, CARE
003054*                  AND UNEMPLOYMENT CONTRIBUTIONS ON THE TAXRPT
003059*                  ROWS PRINT AS FOUR MORE COLUMNS WITH THEIR
003064*                  ANNUAL TOTALS, NETTED FOR CORRECTIONS LIKE
003069*                  THE TAXES.  ROWS WRITTEN BEFORE THE COLUMNS
003074*                  EXISTED PRINT ZERO THERE.
003079*  2026-10-09  RD  ONE-OFF PAYMENTS.  TYPE-S ROWS FROM TAXBATCH
003084*                  (SONSTIGE BEZUEGE) PRINT WITH AN S MARKER
003089*                  AND ADD TO THE ANNUAL TOTALS LIKE ANY
003094*                  ORIGINAL ROW.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
009800         10  WS-DTL-SOLI-TAX      PIC 9(9)V99.
009900         10  WS-DTL-CHURCH-TAX    PIC 9(9)V99.
010000         10  WS-DTL-WITHHOLD      PIC 9(9)V99.
010004         10  WS-DTL-PENSION       PIC 9(9)V99.
010008         10  WS-DTL-HEALTH        PIC 9(9)V99.
010012         10  WS-DTL-CARE          PIC 9(9)V99.
010016         10  WS-DTL-UNEMPL        PIC 9(9)V99.
010020         10  WS-DTL-CORR          PIC X(02).
010100*****************************************************************
010200*  PER-CERTIFICATE TOTALS.
010600 01  WS-CT-SOLI-TAX               PIC S9(11)V99 VALUE ZERO.
010700 01  WS-CT-CHURCH-TAX             PIC S9(11)V99 VALUE ZERO.
010800 01  WS-CT-WITHHOLD               PIC S9(11)V99 VALUE ZERO.
010820 01  WS-CT-PENSION                PIC S9(11)V99 VALUE ZERO.
010840 01  WS-CT-HEALTH                 PIC S9(11)V99 VALUE ZERO.
010860 01  WS-CT-CARE                   PIC S9(11)V99 VALUE ZERO.
010880 01  WS-CT-UNEMPL                 PIC S9(11)V99 VALUE ZERO.
010900*****************************************************************
011000*  PRINT LINE LAYOUTS.
011100*****************************************************************
013800     05  FILLER                   PIC X(10) VALUE 'CHURCH TAX'.
013900     05  FILLER                   PIC X(08) VALUE SPACES.
014000     05  FILLER                   PIC X(08) VALUE 'WITHHOLD'.
014011     05  FILLER                   PIC X(12)
014022         VALUE ' PENSION INS'.
014033     05  FILLER                   PIC X(12)
014044         VALUE '  HEALTH INS'.
014055     05  FILLER                   PIC X(12)
014066         VALUE '    CARE INS'.
014077     05  FILLER                   PIC X(12)
014088         VALUE '  UNEMPL INS'.
014100 01  WS-CERT-DETAIL.
014200     05  WS-CD-RUN-DATE           PIC X(08).
014300     05  FILLER                   PIC X(02) VALUE SPACES.
014800     05  WS-CD-CHURCH-TAX         PIC ZZZ,ZZZ,ZZ9.99.
014900     05  FILLER                   PIC X(02) VALUE SPACES.
015000     05  WS-CD-WITHHOLD           PIC ZZZ,ZZZ,ZZ9.99.
015002     05  FILLER                   PIC X(02) VALUE SPACES.
015004     05  WS-CD-PENSION            PIC ZZZ,ZZ9.99.
015006     05  FILLER                   PIC X(02) VALUE SPACES.
015008     05  WS-CD-HEALTH             PIC ZZZ,ZZ9.99.
015010     05  FILLER                   PIC X(02) VALUE SPACES.
015012     05  WS-CD-CARE               PIC ZZZ,ZZ9.99.
015014     05  FILLER                   PIC X(02) VALUE SPACES.
015016     05  WS-CD-UNEMPL             PIC ZZZ,ZZ9.99.
015020     05  FILLER                   PIC X(01) VALUE SPACES.
015040     05  WS-CD-CORR               PIC X(02).
015100 01  WS-CERT-TOTAL.
015800     05  WS-CT-T-CHURCH-TAX       PIC ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                   PIC X(02) VALUE SPACES.
016000     05  WS-CT-T-WITHHOLD         PIC ZZZ,ZZZ,ZZ9.99.
016011     05  FILLER                   PIC X(02) VALUE SPACES.
016022     05  WS-CT-T-PENSION          PIC ZZZ,ZZ9.99.
016033     05  FILLER                   PIC X(02) VALUE SPACES.
016044     05  WS-CT-T-HEALTH           PIC ZZZ,ZZ9.99.
016055     05  FILLER                   PIC X(02) VALUE SPACES.
016066     05  WS-CT-T-CARE             PIC ZZZ,ZZ9.99.
016077     05  FILLER                   PIC X(02) VALUE SPACES.
016088     05  WS-CT-T-UNEMPL           PIC ZZZ,ZZ9.99.
016100 01  WS-CERT-PERIODS-LINE.
016200     05  FILLER                   PIC X(17)
016300         VALUE 'PERIODS CERTIFIED'.
025900     MOVE RPT-SOLI-TAX TO WS-DTL-SOLI-TAX (WS-DTL-COUNT)
026000     MOVE RPT-CHURCH-TAX TO WS-DTL-CHURCH-TAX (WS-DTL-COUNT)
026100     MOVE RPT-TOTAL-WITHHOLD TO WS-DTL-WITHHOLD (WS-DTL-COUNT)
026101     MOVE ZERO TO WS-DTL-PENSION (WS-DTL-COUNT)
026102     MOVE ZERO TO WS-DTL-HEALTH (WS-DTL-COUNT)
026103     MOVE ZERO TO WS-DTL-CARE (WS-DTL-COUNT)
026104     MOVE ZERO TO WS-DTL-UNEMPL (WS-DTL-COUNT)
026105     IF RPT-PENSION-INS NUMERIC
026106         MOVE RPT-PENSION-INS TO WS-DTL-PENSION (WS-DTL-COUNT)
026107     END-IF
026108     IF RPT-HEALTH-INS NUMERIC
026109         MOVE RPT-HEALTH-INS TO WS-DTL-HEALTH (WS-DTL-COUNT)
026110     END-IF
026111     IF RPT-CARE-INS NUMERIC
026112         MOVE RPT-CARE-INS TO WS-DTL-CARE (WS-DTL-COUNT)
026113     END-IF
026114     IF RPT-UNEMPL-INS NUMERIC
026115         MOVE RPT-UNEMPL-INS TO WS-DTL-UNEMPL (WS-DTL-COUNT)
026116     END-IF
026120     IF RPT-IS-CORRECTION
026140         STRING 'C' RPT-CORR-SIGN DELIMITED BY SIZE
026160             INTO WS-DTL-CORR (WS-DTL-COUNT)
026180     ELSE
026190         IF RPT-IS-ONE-OFF
026191             MOVE 'S ' TO WS-DTL-CORR (WS-DTL-COUNT)
026192         ELSE
026193             MOVE SPACES TO WS-DTL-CORR (WS-DTL-COUNT)
026194         END-IF
026195     END-IF.
026200 2200-EXIT.
026300     EXIT.
031000     MOVE ZERO TO WS-CT-SOLI-TAX
031100     MOVE ZERO TO WS-CT-CHURCH-TAX
031200     MOVE ZERO TO WS-CT-WITHHOLD
031220     MOVE ZERO TO WS-CT-PENSION
031240     MOVE ZERO TO WS-CT-HEALTH
031260     MOVE ZERO TO WS-CT-CARE
031280     MOVE ZERO TO WS-CT-UNEMPL
031300     PERFORM 3300-PRINT-PERIOD-LINE THRU 3300-EXIT
031400         VARYING WS-DTL-IDX FROM 1 BY 1
031500         UNTIL WS-DTL-IDX > WS-DTL-COUNT
035100     MOVE WS-DTL-SOLI-TAX (WS-DTL-IDX) TO WS-CD-SOLI-TAX
035200     MOVE WS-DTL-CHURCH-TAX (WS-DTL-IDX) TO WS-CD-CHURCH-TAX
035300     MOVE WS-DTL-WITHHOLD (WS-DTL-IDX) TO WS-CD-WITHHOLD
035304     MOVE WS-DTL-PENSION (WS-DTL-IDX) TO WS-CD-PENSION
035308     MOVE WS-DTL-HEALTH (WS-DTL-IDX) TO WS-CD-HEALTH
035312     MOVE WS-DTL-CARE (WS-DTL-IDX) TO WS-CD-CARE
035316     MOVE WS-DTL-UNEMPL (WS-DTL-IDX) TO WS-CD-UNEMPL
035320     MOVE WS-DTL-CORR (WS-DTL-IDX) TO WS-CD-CORR
035400     WRITE PRINT-RECORD FROM WS-CERT-DETAIL
035500         AFTER ADVANCING 1 LINE
036175             FROM WS-CT-CHURCH-TAX
036180         SUBTRACT WS-DTL-WITHHOLD (WS-DTL-IDX)
036185             FROM WS-CT-WITHHOLD
036186         SUBTRACT WS-DTL-PENSION (WS-DTL-IDX) FROM WS-CT-PENSION
036187         SUBTRACT WS-DTL-HEALTH (WS-DTL-IDX) FROM WS-CT-HEALTH
036188         SUBTRACT WS-DTL-CARE (WS-DTL-IDX) FROM WS-CT-CARE
036189         SUBTRACT WS-DTL-UNEMPL (WS-DTL-IDX) FROM WS-CT-UNEMPL
036190     ELSE
036200     ADD WS-DTL-INCOME-TAX (WS-DTL-IDX) TO WS-CT-INCOME-TAX
036300     ADD WS-DTL-SOLI-TAX (WS-DTL-IDX) TO WS-CT-SOLI-TAX
036400     ADD WS-DTL-CHURCH-TAX (WS-DTL-IDX) TO WS-CT-CHURCH-TAX
036500     ADD WS-DTL-WITHHOLD (WS-DTL-IDX) TO WS-CT-WITHHOLD
036510     ADD WS-DTL-PENSION (WS-DTL-IDX) TO WS-CT-PENSION
036520     ADD WS-DTL-HEALTH (WS-DTL-IDX) TO WS-CT-HEALTH
036530     ADD WS-DTL-CARE (WS-DTL-IDX) TO WS-CT-CARE
036540     ADD WS-DTL-UNEMPL (WS-DTL-IDX) TO WS-CT-UNEMPL
036550     END-IF.
036600 3300-EXIT.
036700     EXIT.
037400     MOVE WS-CT-SOLI-TAX TO WS-CT-T-SOLI-TAX
037500     MOVE WS-CT-CHURCH-TAX TO WS-CT-T-CHURCH-TAX
037600     MOVE WS-CT-WITHHOLD TO WS-CT-T-WITHHOLD
037620     MOVE WS-CT-PENSION TO WS-CT-T-PENSION
037640     MOVE WS-CT-HEALTH TO WS-CT-T-HEALTH
037660     MOVE WS-CT-CARE TO WS-CT-T-CARE
037680     MOVE WS-CT-UNEMPL TO WS-CT-T-UNEMPL
037700     WRITE PRINT-RECORD FROM WS-CERT-TOTAL
037800         AFTER ADVANCING 1 LINE
037900     MOVE WS-CT-PERIODS TO WS-CP-PERIODS
