003902*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003903*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003904*                  RLOGREC.CPY.
003913*  2026-10-02  RD  ARCHIVE AND REPLACEMENT RECORD LENGTHS
003922*                  WIDENED TO THE RPTREC (156) AND AUDITREC (87)
003931*                  LAYOUTS NOW CARRYING THE SOCIAL-INSURANCE
003940*                  FIELDS.
003949*  2026-10-09  RD  AUDIT ARCHIVE AND REPLACEMENT RECORDS WIDENED
003958*                  TO 99 FOR THE ONE-OFF PAYMENT FIELDS ON
003967*                  AUDITREC.
003976*  2026-10-15  RD  TAXRPT ARCHIVE AND REPLACEMENT RECORDS WIDENED
003985*                  TO 158 FOR THE ESTABLISHMENT CODE ON RPTREC.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
006900 FD  TAXAUDIT-FILE.
007000 COPY AUDITREC.
007100 FD  TAXRPTAR-FILE.
007200 01  RPTAR-RECORD                 PIC X(158).
007300 FD  TAXAUDAR-FILE.
007400 01  AUDAR-RECORD                 PIC X(99).
007500 FD  TAXRPTNW-FILE.
007600 01  RPTNW-RECORD                 PIC X(158).
007700 FD  TAXAUDNW-FILE.
007800 01  AUDNW-RECORD                 PIC X(99).
007900 FD  CKPT-FILE.
008000 COPY CKPTREC.
008100 WORKING-STORAGE SECTION.
