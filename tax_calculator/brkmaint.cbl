003000*  IF IT IS NOT.  ADD INSERTS THE NEW ZONE IN ASCENDING
003100*  YEAR/ZONE-NO SEQUENCE SO TAXCALC'S FIRST-FIT ZONE SEARCH
003150*  SEES THE ZONES OF A YEAR IN THE RIGHT ORDER.
003154*
003158*  2026-10-15  RD  FOUR-EYES APPROVAL.  BRKTAB IS NO LONGER
003162*                  UPDATED HERE.  THE ADD OR UPD IS EDITED
003166*                  AGAINST THE TABLE AS BEFORE AND WRITTEN, WITH
003170*                  THE ZONE AS IT STANDS AND AS PROPOSED, TO THE
003174*                  PENDCHG FILE THROUGH PCHGIO (SEE PCHGREC.CPY).
003178*                  CHGAPPR APPLIES IT - AND INSERTS AN ADDED ZONE
003182*                  IN SEQUENCE - WHEN A SECOND USER APPROVES IT.
003186*                  A SECOND CHANGE TO A ZONE WITH ONE ALREADY
003190*                  PENDING IS REFUSED WITH RC 93.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
009600     05  WS-SWAP-ZONE-BASE        PIC S9(5)V9(4).
009700     05  WS-SWAP-ZONE-OFFSET      PIC S9(7)V99.
009800     05  WS-SWAP-ZONE-CONST       PIC S9(7)V99.
009814*****************************************************************
009828*  PENDING-CHANGE RECORD AND PCHGIO PARAMETERS - SEE PCHGREC.CPY
009842*  AND PCHPARM.CPY.
009856*****************************************************************
009870 COPY PCHGREC.
009884 COPY PCHPARM.
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010500         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
010600     END-IF
010700     IF WS-RETURN-CODE = ZERO
010800         PERFORM 4000-WRITE-PENDING-CHANGE THRU 4000-EXIT
010900     END-IF
011000     STOP RUN RETURNING WS-RETURN-CODE.
011100
018300
018400*****************************************************************
018500*  3000-APPLY-MAINTENANCE - ADD A NEW ZONE ROW OR UPDATE AN
018600*  EXISTING ONE IN THE IN-STORAGE TABLE.  THE ZONE AS IT STANDS
018650*  IS KEPT AS THE BEFORE IMAGE OF THE PENDING CHANGE.
018700*****************************************************************
018800 3000-APPLY-MAINTENANCE.
018850     MOVE SPACES TO PCH-RECORD
018900     PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
018920     IF WS-MATCH-FOUND
018940         PERFORM 4100-BUILD-ZONE-RECORD THRU 4100-EXIT
018960         MOVE BRK-RECORD TO PCH-BEFORE-IMAGE
018980     END-IF
019000     EVALUATE TRUE
019100         WHEN CLI-ACTION-IS-ADD
019200             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
024400                 TO WS-BRK-ZONE-CONST (WS-BRACKET-COUNT)
024500             PERFORM 3300-SORT-NEW-ENTRY THRU 3300-EXIT
024520             PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
024600             DISPLAY 'BRKMAINT: ZONE ADD KEYED FOR YEAR '
024650                 CLI-YEAR-ARG
024700                 ' ZONE ' CLI-ZONE-NO-ARG
024750             PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
024800     END-EVALUATE.
027200             TO WS-BRK-ZONE-OFFSET (WS-FOUND-IDX)
027300         MOVE CLI-ZONE-CONST-ARG
027400             TO WS-BRK-ZONE-CONST (WS-FOUND-IDX)
027500         DISPLAY 'BRKMAINT: ZONE UPDATE KEYED FOR YEAR '
027550             CLI-YEAR-ARG
027600             ' ZONE ' CLI-ZONE-NO-ARG
027650         PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
027700     END-IF.
031100     EXIT.
031200
031300*****************************************************************
031400*  4000-WRITE-PENDING-CHANGE - HAND THE ZONE AS PROPOSED TO
031500*  PCHGIO AS A PENDING CHANGE.  BRKTAB ITSELF IS NOT TOUCHED -
031550*  CHGAPPR APPLIES THE CHANGE ONCE A SECOND USER APPROVES IT.
031600*****************************************************************
031700 4000-WRITE-PENDING-CHANGE.
031800     PERFORM 4100-BUILD-ZONE-RECORD THRU 4100-EXIT
031900     MOVE BRK-RECORD TO PCH-AFTER-IMAGE
032000     MOVE 'BRK ' TO PCH-TABLE
032100     MOVE CLI-ACTION-ARG TO PCH-ACTION
032200     MOVE BRK-KEY TO PCH-ENTRY-KEY
032300     MOVE CLI-YEAR-ARG TO PCH-EFF-DATE (1:4)
032400     MOVE '0101' TO PCH-EFF-DATE (5:4)
032405     MOVE 'W' TO PW-FUNCTION
032410     MOVE SPACES TO PW-AS-OF-DATE
032415     MOVE SPACES TO PW-TABLE-ARG
032420     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
032425     EVALUATE TRUE
032430         WHEN PW-RC-OK
032435             DISPLAY 'BRKMAINT: CHANGE ' PCH-CHANGE-ID
032440                 ' KEYED BY ' PCH-ENTERED-BY
032445                 ' - PENDING APPROVAL, BRKTAB NOT YET CHANGED'
032450         WHEN PW-RC-NO-USER
032455             DISPLAY 'BRKMAINT: NO SIGNED-ON USER ID - CHANGE '
032460                 'NOT KEYED'
032465         WHEN PW-RC-ALREADY-PENDING
032470             DISPLAY 'BRKMAINT: DECIDE THE PENDING CHANGE WITH '
032475                 'CHGAPPR BEFORE KEYING ANOTHER FOR THIS ZONE'
032480         WHEN OTHER
032485             DISPLAY 'BRKMAINT: PENDING CHANGE NOT WRITTEN'
032490     END-EVALUATE
032495     MOVE PW-RETURN-CODE TO WS-RETURN-CODE.
032500 4000-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032820*  4100-BUILD-ZONE-RECORD - THE ROW AT WS-FOUND-IDX IN THE
032840*  BRKTAB RECORD LAYOUT.
032860*****************************************************************
032880 4100-BUILD-ZONE-RECORD.
032900     MOVE SPACES TO BRK-RECORD
033000     MOVE WS-BRK-YEAR (WS-FOUND-IDX) TO BRK-YEAR
033100     MOVE WS-BRK-ZONE-NO (WS-FOUND-IDX) TO BRK-ZONE-NO
033200     MOVE WS-BRK-ZONE-TYPE (WS-FOUND-IDX) TO BRK-ZONE-TYPE
033300     MOVE WS-BRK-LOWER-LIMIT (WS-FOUND-IDX) TO BRK-LOWER-LIMIT
033400     MOVE WS-BRK-UPPER-LIMIT (WS-FOUND-IDX) TO BRK-UPPER-LIMIT
033500     MOVE WS-BRK-ZONE-BASE (WS-FOUND-IDX) TO BRK-ZONE-BASE
033600     MOVE WS-BRK-ZONE-OFFSET (WS-FOUND-IDX) TO BRK-ZONE-OFFSET
033700     MOVE WS-BRK-ZONE-CONST (WS-FOUND-IDX) TO BRK-ZONE-CONST.
033900 4100-EXIT.
034000     EXIT.
