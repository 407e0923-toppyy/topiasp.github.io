      *               PASS SKIPS THAT MANY INSTEAD OF PARKING THEM A   *
      *               SECOND TIME; A RECORD FROM BEFORE THE FIELD      *
      *               EXISTED READS AS NOT NUMERIC AND IS TREATED AS   *
      *               ZERO. CKPT-OVERLAP-OVERRIDE CARRIES THE RUN'S    *
      *               PARM-OVERLAP-OVERRIDE SO A RESTART PARAMETER     *
      *               REBUILT BY MYFRSTRT IS NOT REJECTED BY THE       *
      *               OVERLAP CHECK IT WAS ORIGINALLY ADMITTED PAST.  *
      *****************************************************************
       01  CKPT-RECORD.
           05  CKPT-RUN-ID              PIC X(08).
           05  CKPT-REVERSAL-RUN-ID     PIC X(08).
           05  CKPT-LAST-UPD-DATE       PIC X(08).
           05  CKPT-SUSP-COUNT          PIC S9(9) COMP-3.
           05  CKPT-OVERLAP-OVERRIDE    PIC X(01).
