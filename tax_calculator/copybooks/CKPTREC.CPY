000300*  RESTART/CHECKPOINT RECORD FOR THE TAXBATCH SUBSYSTEM.  WRITTEN
000400*  AFTER EVERY CHECKPOINT INTERVAL SO A RERUN CAN SKIP OVER
000500*  ROSTER RECORDS ALREADY PROCESSED SUCCESSFULLY.
000516*  CKPT-LAST-REC-TYPE IS THE EMP-REC-TYPE OF THAT LAST RECORD
000532*  ('S' ONE-OFF PAYMENT, ELSE REGULAR) - AN EMPLOYEE MAY HAVE
000548*  ONE ROW OF EACH TYPE, SO THE ID ALONE IS NOT A POSITION.
000564*  ELSTIMP WRITES THE SAME RECORD TO ELSTCKPT: CKPT-RECORDS-DONE
000580*  IS THEN THE COUNT OF ELSTAM CHANGE-LIST ROWS FINISHED.
000600*****************************************************************
000700 01  CKPT-RECORD.
000800     05  CKPT-LAST-EMP-ID         PIC X(11).
000900     05  CKPT-RECORDS-DONE        PIC 9(9).
001000     05  CKPT-RUN-DATE            PIC X(08).
001100     05  CKPT-RUN-TIME            PIC X(08).
001200     05  CKPT-LAST-REC-TYPE       PIC X(01).
001300     05  FILLER                   PIC X(19).
