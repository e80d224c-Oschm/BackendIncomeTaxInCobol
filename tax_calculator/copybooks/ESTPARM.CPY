000100*****************************************************************
000200*  ESTPARM.CPY
000300*  CALLING PARAMETERS FOR THE ESTLKUP SUBPROGRAM, WHICH RESOLVES
000400*  AN ESTABLISHMENT CODE AGAINST THE ESTMAST TABLE (SEE
000500*  ESTREC.CPY).  SHARED BY EVERY PROGRAM THAT SPLITS OR FILES
000600*  BY BETRIEBSSTAETTE SO THE HEAD-OFFICE DEFAULT IS APPLIED IN
000700*  EXACTLY ONE PLACE.
000800*
000900*  EP-ESTAB-CODE-ARG IS THE CODE TO LOOK UP; SPACES ASK FOR
001000*  THE HEAD OFFICE.  THE RESULT FIELDS COME BACK AS ON ESTMAST,
001100*  WITH EP-ESTAB-CODE THE RESOLVED CODE (THE HEAD OFFICE'S OWN
001200*  CODE WHEN SPACES WERE PASSED).  ON A NONZERO RETURN CODE
001300*  EP-ESTAB-CODE ECHOES THE ARGUMENT AND THE OTHER RESULTS ARE
001400*  ZERO/SPACES.
001500*****************************************************************
001600 01  ESTLKUP-PARMS.
001700     05  EP-ESTAB-CODE-ARG        PIC X(02).
001800     05  EP-ESTAB-CODE            PIC X(02).
001900     05  EP-ESTAB-NAME            PIC X(30).
002000     05  EP-TAX-OFFICE            PIC 9(04).
002100     05  EP-STEUERNUMMER          PIC X(13).
002200     05  EP-RETURN-CODE           PIC 9(02).
002300         88  EP-RC-OK                 VALUE 00.
002400         88  EP-RC-NO-MASTER          VALUE 93.
002500         88  EP-RC-NOT-FOUND          VALUE 94.
