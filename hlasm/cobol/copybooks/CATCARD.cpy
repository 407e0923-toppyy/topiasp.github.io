      *               REPLACES THE DESCRIPTION, I MARKS THE CATEGORY   *
      *               INACTIVE, R REACTIVATES IT, G ASSIGNS THE        *
      *               CATEGORY TO THE ROLLUP GROUP IN CATC-GROUP-CODE  *
      *               (SEE GRPREC; SPACES REMOVES THE ASSIGNMENT).     *
      *               CATC-REQUESTER NAMES THE USER ID THAT ASKED FOR  *
      *               THE CHANGE; IT IS REQUIRED, AND IS CARRIED ONTO  *
      *               THE CHANGE LOG (SEE CHGREC).                    *
      *****************************************************************
       01  CATC-RECORD.
           05  CATC-ACTION              PIC X(01).
           05  CATC-CODE                PIC X(02).
           05  CATC-DESCRIPTION         PIC X(30).
           05  CATC-GROUP-CODE          PIC X(02).
           05  CATC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(37).
