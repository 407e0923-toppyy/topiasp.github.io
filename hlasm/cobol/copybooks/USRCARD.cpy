      *****************************************************************
      * USRCARD     - USER CATEGORY AUTHORITY MAINTENANCE CARD         *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ    *
      *               BY THE MYFUSRLD UTILITY (SEE                     *
      *               HLASM/JCL/MYCOBUSR.JCL). ACTIONS: A ADDS A       *
      *               GRANT, U REPLACES ITS THREE RIGHTS FLAGS, D      *
      *               REVOKES IT. THE SCOPE IS C (ONE CATEGORY), G     *
      *               (ONE ROLLUP GROUP) OR A (ALL CATEGORIES, CODE    *
      *               BLANK) - SEE USRREC. EACH RIGHTS FLAG IS Y OR N  *
      *               (BLANK = N). USRC-REQUESTER NAMES THE USER ID    *
      *               THAT ASKED FOR THE CHANGE; IT IS REQUIRED, MAY   *
      *               NOT BE THE USER BEING GRANTED, AND IS CARRIED    *
      *               ONTO THE CHANGE LOG (SEE CHGREC).               *
      *****************************************************************
       01  USRC-RECORD.
           05  USRC-ACTION              PIC X(01).
               88  USRC-ACTION-ADD      VALUE 'A'.
               88  USRC-ACTION-UPDATE   VALUE 'U'.
               88  USRC-ACTION-DELETE   VALUE 'D'.
           05  USRC-USER-ID             PIC X(08).
           05  USRC-SCOPE-TYPE          PIC X(01).
               88  USRC-SCOPE-CATEGORY  VALUE 'C'.
               88  USRC-SCOPE-GROUP     VALUE 'G'.
               88  USRC-SCOPE-ALL       VALUE 'A'.
           05  USRC-SCOPE-CODE          PIC X(02).
           05  USRC-ENTER-FLAG          PIC X(01).
           05  USRC-APPROVE-FLAG        PIC X(01).
           05  USRC-VIEW-FLAG           PIC X(01).
           05  USRC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(57).
