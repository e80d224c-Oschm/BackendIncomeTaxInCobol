000100*****************************************************************
000200*  GLRREC.CPY
000300*  GENERAL-LEDGER POSTING REGISTER RECORD - ON THE INDEXED
000400*  GLREG FILE, KEYED ON THE SOURCE (TYPE AND ID, AS ON
000500*  GLJREC.CPY).  GLPOST WRITES A ROW THE FIRST TIME A SOURCE
000600*  IS POSTED AND REFUSES TO POST IT AGAIN WHILE GLR-STATUS IS
000700*  'P'.  A REVERSAL SETS 'R', AFTER WHICH THE SOURCE MAY BE
000800*  POSTED AFRESH (GLR-POST-COUNT SAYS HOW OFTEN IT HAS BEEN).
000900*  GLR-DEBIT-TOTAL AND GLR-LINE-COUNT ARE THOSE OF THE STANDING
001000*  POSTING - A REVERSAL MUST COME OUT TO THE SAME FIGURES.
001100*****************************************************************
001200 01  GLR-RECORD.
001300     05  GLR-KEY.
001400         10  GLR-SOURCE-TYPE      PIC X(03).
001500         10  GLR-SOURCE-ID        PIC X(16).
001600     05  GLR-STATUS               PIC X(01).
001700         88  GLR-POSTED               VALUE 'P'.
001800         88  GLR-REVERSED             VALUE 'R'.
001900     05  GLR-POST-DATE            PIC X(08).
002000     05  GLR-POST-TIME            PIC X(08).
002100     05  GLR-REVERSE-DATE         PIC X(08).
002200     05  GLR-REVERSE-TIME         PIC X(08).
002300     05  GLR-LINE-COUNT           PIC 9(04).
002400     05  GLR-DEBIT-TOTAL          PIC 9(11)V99.
002500     05  GLR-POST-COUNT           PIC 9(03).
002600     05  FILLER                   PIC X(10).
