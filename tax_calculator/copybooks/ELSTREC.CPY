000100*****************************************************************
000200*  ELSTREC.CPY
000300*  ELSTAM CHANGE-LIST RECORD - ONE ROW PER CHANGE NOTIFIED BY
000400*  THE TAX AUTHORITY IN THE MONTHLY ELSTAM CHANGE LIST, AS
000500*  CONVERTED TO FIXED FORMAT BY THE RECEIVING PROCEDURE.  READ
000600*  BY ELSTIMP, WHICH WRITES A NEW EFFECTIVE-DATED EMPMAST
000700*  VERSION FROM ELS-VALID-FROM (SEE EMPMREC.CPY).
000800*      ELS-TAX-CLASS      STEUERKLASSE 1-6
000900*      ELS-CHILD-ALLOW    KINDERFREIBETRAG COUNTER IN HALVES,
001000*                         AS EMPM-CHILD-ALLOW
001100*      ELS-CHURCH-CODE    KIRCHENSTEUERMERKMAL ('RK', 'EV',
001200*                         ...); '--' OR BLANK MEANS NOT
001300*                         LIABLE.  THE LIST CARRIES NO RATE -
001400*                         THE DIOCESE RATE STAYS AS ON THE
001500*                         MASTER, OR ELSTIMP'S DEFAULT RATE
001600*                         FOR AN EMPLOYEE NEWLY LIABLE
001700*      ELS-FACTOR         FAKTORVERFAHREN FACTOR, CLASS 4
001800*                         ONLY; 0.000 MEANS NOT ELECTED
001900*      ELS-NOTICE-DATE    DATE OF THE CHANGE LIST, LISTED ONLY
002000*  THE -X REDEFINITIONS LET THE EXCEPTION LISTING SHOW A
002100*  MISKEYED FIELD AS RECEIVED.
002200*  THE SPOUSE LINK IS NOT PART OF THE NOTIFICATION - IT STAYS
002300*  AS KEYED IN EMPMAINT.
002400*****************************************************************
002500 01  ELS-RECORD.
002600     05  ELS-EMP-ID               PIC X(11).
002700     05  ELS-VALID-FROM           PIC X(08).
002800     05  ELS-TAX-CLASS            PIC 9(01).
002900     05  ELS-CHILD-ALLOW          PIC 9(2)V9.
003000     05  ELS-CHILD-ALLOW-X        REDEFINES ELS-CHILD-ALLOW
003100                                  PIC X(03).
003200     05  ELS-CHURCH-CODE          PIC X(02).
003300         88  ELS-NOT-CHURCH-LIABLE    VALUE '--' SPACES.
003400     05  ELS-FACTOR               PIC 9V999.
003500     05  ELS-FACTOR-X             REDEFINES ELS-FACTOR
003600                                  PIC X(04).
003700     05  ELS-NOTICE-DATE          PIC X(08).
003800     05  FILLER                   PIC X(23).
