000100*****************************************************************
000150*  PCHGREC.CPY
000200*  PENDING MASTER CHANGE - ONE ROW PER CHANGE KEYED IN BRKMAINT,
000250*  STATMAINT, SVMAINT OR EMPMAINT.  THE MAINTENANCE PROGRAMS NO
000300*  LONGER UPDATE BRKTAB, STATTAB, SVTAB OR EMPMAST THEMSELVES:
000350*  THEY EDIT THE CHANGE AND APPEND IT HERE THROUGH THE PCHGIO
000400*  SUBPROGRAM (SEE PCHPARM.CPY).  CHGAPPR LISTS THE PENDING ROWS
000450*  AND A SECOND USER, NEVER THE ONE WHO KEYED THE CHANGE,
000500*  APPROVES OR REJECTS EACH ONE.  APPROVAL APPLIES
000550*  PCH-AFTER-IMAGE TO THE MASTER; EITHER WAY THE ROW LEAVES THE
000600*  PENDCHG FILE AND IS APPENDED, WITH THE DECISION FILLED IN, TO
000650*  THE CHGHIST CHANGE-HISTORY FILE IN THIS SAME LAYOUT.
000700*      PCH-CHANGE-ID     THE DATE AND TIME THE CHANGE WAS KEYED
000750*                        - THE NUMBER THE APPROVER QUOTES.  PCHGIO
000800*                        KEEPS IT UNIQUE ON PENDCHG: A CHANGE
000850*                        KEYED IN THE SAME HUNDREDTH AS ONE
000900*                        ALREADY PENDING IS NUMBERED ONE ABOVE
000950*                        THE HIGHEST PENDING CHANGE-ID
001000*      PCH-ENTRY-KEY     THE MASTER KEY: BRKTAB YEAR + ZONE-NO,
001050*                        STATTAB OR SVTAB YEAR, EMPMAST EMP-ID (A
001100*                        NEW EMPMAST VERSION'S VALID-FROM IS IN
001150*                        THE AFTER IMAGE)
001200*      PCH-EFF-DATE      FIRST PAY PERIOD THE CHANGE AFFECTS:
001250*                        THE TABLE YEAR AS YYYY0101, THE NEW
001300*                        EMPMAST VERSION'S VALID-FROM, OR
001350*                        '00000000' FOR A DELETE (EVERY
001400*                        PERIOD).  TAXBATCH AND TAXDISB WARN
001450*                        FROM IT.
001500*      PCH-BEFORE-IMAGE  THE MASTER RECORD AS IT STOOD WHEN
001550*                        THE CHANGE WAS KEYED (SPACES FOR AN
001600*                        ADD); CHGAPPR REFUSES TO APPLY THE
001650*                        CHANGE IF THE MASTER NO LONGER
001700*                        MATCHES IT
001750*      PCH-AFTER-IMAGE   THE MASTER RECORD TO BE WRITTEN
001800*                        (SPACES FOR A DELETE)
001850*  THE IMAGES ARE THE BRK-RECORD, STAT-RECORD, SV-RECORD OR
001900*  EMPM-RECORD LAYOUTS, LEFT-JUSTIFIED.
003400*****************************************************************
003500 01  PCH-RECORD.
003600     05  PCH-CHANGE-ID.
003700         10  PCH-ENTERED-DATE     PIC X(08).
003800         10  PCH-ENTERED-TIME     PIC X(08).
003900     05  PCH-TABLE                PIC X(04).
004000         88  PCH-IS-BRKTAB            VALUE 'BRK '.
004100         88  PCH-IS-STATTAB           VALUE 'STAT'.
004150         88  PCH-IS-SVTAB             VALUE 'SV  '.
004200         88  PCH-IS-EMPMAST           VALUE 'EMP '.
004300     05  PCH-ACTION               PIC X(03).
004400         88  PCH-ACTION-IS-ADD        VALUE 'ADD'.
004500         88  PCH-ACTION-IS-UPD        VALUE 'UPD'.
004600         88  PCH-ACTION-IS-DEL        VALUE 'DEL'.
004700     05  PCH-ENTRY-KEY            PIC X(19).
004800     05  PCH-EFF-DATE             PIC X(08).
004900     05  PCH-ENTERED-BY           PIC X(08).
005000     05  PCH-STATUS               PIC X(01).
005100         88  PCH-PENDING              VALUE 'P'.
005200         88  PCH-APPROVED             VALUE 'A'.
005300         88  PCH-REJECTED             VALUE 'R'.
005400     05  PCH-DECIDED-BY           PIC X(08).
005500     05  PCH-DECIDED-DATE         PIC X(08).
005600     05  PCH-DECIDED-TIME         PIC X(08).
005700     05  PCH-BEFORE-IMAGE         PIC X(150).
005800     05  PCH-AFTER-IMAGE          PIC X(150).
005900     05  FILLER                   PIC X(17).
