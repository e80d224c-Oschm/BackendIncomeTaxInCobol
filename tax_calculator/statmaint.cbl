003600*  SO A SCALE MISTAKE SHOWS UP IMMEDIATELY.  ADD FAILS IF THE
003700*  YEAR IS ALREADY ON FILE; UPD FAILS IF IT IS NOT.  ADD
003800*  INSERTS THE NEW YEAR IN ASCENDING SEQUENCE.
003810*
003820*  2026-10-15  RD  FOUR-EYES APPROVAL.  STATTAB IS NO LONGER
003830*                  UPDATED HERE.  THE ADD OR UPD IS EDITED AS
003840*                  BEFORE AND WRITTEN, WITH THE YEAR AS IT STANDS
003850*                  AND AS PROPOSED, TO THE PENDCHG FILE THROUGH
003860*                  PCHGIO (SEE PCHGREC.CPY).  CHGAPPR APPLIES IT
003870*                  WHEN A SECOND USER APPROVES IT.  A SECOND
003880*                  CHANGE TO A YEAR WITH ONE ALREADY PENDING IS
003890*                  REFUSED WITH RC 93.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
009100     05  WS-SWAP-SOLI-RATE        PIC 9V999.
009200     05  WS-SWAP-PAR-RELIEF       PIC 9(9)V99.
009220     05  WS-SWAP-CHILD-ALW        PIC 9(9)V99.
009231*****************************************************************
009242*  PENDING-CHANGE RECORD AND PCHGIO PARAMETERS - SEE PCHGREC.CPY
009253*  AND PCHPARM.CPY.
009264*****************************************************************
009275 COPY PCHGREC.
009286 COPY PCHPARM.
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009900         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
010000     END-IF
010100     IF WS-RETURN-CODE = ZERO
010200         PERFORM 4000-WRITE-PENDING-CHANGE THRU 4000-EXIT
010300     END-IF
010400     STOP RUN RETURNING WS-RETURN-CODE.
010500
019700
019800*****************************************************************
019900*  3000-APPLY-MAINTENANCE - ADD A NEW YEAR ROW OR UPDATE AN
020000*  EXISTING ONE IN THE IN-STORAGE TABLE.  THE YEAR AS IT STANDS
020050*  IS KEPT AS THE BEFORE IMAGE OF THE PENDING CHANGE.
020100*****************************************************************
020200 3000-APPLY-MAINTENANCE.
020250     MOVE SPACES TO PCH-RECORD
020300     PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
020320     IF WS-MATCH-FOUND
020340         PERFORM 4100-BUILD-YEAR-RECORD THRU 4100-EXIT
020360         MOVE STAT-RECORD TO PCH-BEFORE-IMAGE
020380     END-IF
020400     EVALUATE TRUE
020500         WHEN CLI-ACTION-IS-ADD
020600             PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
025940                 TO WS-STAT-CHILD-ALW (WS-STAT-COUNT)
026000             PERFORM 3300-SORT-NEW-ENTRY THRU 3300-EXIT
026100             PERFORM 3050-FIND-ENTRY THRU 3050-EXIT
026200             DISPLAY 'STATMAINT: YEAR ADD KEYED - ' CLI-YEAR-ARG
026300             PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
026400     END-EVALUATE.
026500 3100-EXIT.
028600             TO WS-STAT-PAR-RELIEF (WS-FOUND-IDX)
028620         MOVE CLI-CHILD-ALLOW-ARG
028640             TO WS-STAT-CHILD-ALW (WS-FOUND-IDX)
028700         DISPLAY 'STATMAINT: YEAR UPDATE KEYED - ' CLI-YEAR-ARG
028800         PERFORM 3400-DISPLAY-ENTRY-VALUES THRU 3400-EXIT
028900     END-IF.
029000 3200-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*  4000-WRITE-PENDING-CHANGE - HAND THE YEAR AS PROPOSED TO
034300*  PCHGIO AS A PENDING CHANGE.  STATTAB ITSELF IS NOT TOUCHED -
034350*  CHGAPPR APPLIES THE CHANGE ONCE A SECOND USER APPROVES IT.
034400*****************************************************************
034500 4000-WRITE-PENDING-CHANGE.
034600     PERFORM 4100-BUILD-YEAR-RECORD THRU 4100-EXIT
034700     MOVE STAT-RECORD TO PCH-AFTER-IMAGE
034800     MOVE 'STAT' TO PCH-TABLE
034900     MOVE CLI-ACTION-ARG TO PCH-ACTION
035000     MOVE STAT-YEAR TO PCH-ENTRY-KEY
035100     MOVE CLI-YEAR-ARG TO PCH-EFF-DATE (1:4)
035200     MOVE '0101' TO PCH-EFF-DATE (5:4)
035205     MOVE 'W' TO PW-FUNCTION
035210     MOVE SPACES TO PW-AS-OF-DATE
035215     MOVE SPACES TO PW-TABLE-ARG
035220     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
035225     EVALUATE TRUE
035230         WHEN PW-RC-OK
035235             DISPLAY 'STATMAINT: CHANGE ' PCH-CHANGE-ID
035240                 ' KEYED BY ' PCH-ENTERED-BY
035245                 ' - PENDING APPROVAL, STATTAB NOT YET CHANGED'
035250         WHEN PW-RC-NO-USER
035255             DISPLAY 'STATMAINT: NO SIGNED-ON USER ID - CHANGE '
035260                 'NOT KEYED'
035265         WHEN PW-RC-ALREADY-PENDING
035270             DISPLAY 'STATMAINT: DECIDE THE PENDING CHANGE WITH '
035275                 'CHGAPPR BEFORE KEYING ANOTHER FOR THIS YEAR'
035280         WHEN OTHER
035285             DISPLAY 'STATMAINT: PENDING CHANGE NOT WRITTEN'
035290     END-EVALUATE
035295     MOVE PW-RETURN-CODE TO WS-RETURN-CODE.
035300 4000-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035620*  4100-BUILD-YEAR-RECORD - THE ROW AT WS-FOUND-IDX IN THE
035640*  STATTAB RECORD LAYOUT.
035660*****************************************************************
035680 4100-BUILD-YEAR-RECORD.
035700     MOVE SPACES TO STAT-RECORD
035800     MOVE WS-STAT-YEAR (WS-FOUND-IDX) TO STAT-YEAR
035900     MOVE WS-STAT-EXEMPT-SGL (WS-FOUND-IDX)
036000         TO STAT-SOLI-EXEMPT-SINGLE
036100     MOVE WS-STAT-EXEMPT-MAR (WS-FOUND-IDX)
036200         TO STAT-SOLI-EXEMPT-MARRIED
036300     MOVE WS-STAT-SOLI-RATE (WS-FOUND-IDX) TO STAT-SOLI-RATE
036400     MOVE WS-STAT-PAR-RELIEF (WS-FOUND-IDX)
036500         TO STAT-PARENT-RELIEF
036520     MOVE WS-STAT-CHILD-ALW (WS-FOUND-IDX)
036540         TO STAT-CHILD-ALLOWANCE.
036700 4100-EXIT.
036800     EXIT.

