      *****************************************************************
      * LIMCARD     - AUTHORIZED-RANGE LIMIT MAINTENANCE CARD          *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ    *
      *               BY THE MYFLIMLD UTILITY (SEE                     *
      *               HLASM/JCL/MYCOBLIM.JCL). A LIMIT IS IDENTIFIED   *
      *               BY CATEGORY ('**' FOR THE DEFAULT) AND           *
      *               EFFECTIVE DATE (SEE LIMREC). ACTIONS: A ADDS A   *
      *               LIMIT, U REPLACES ITS MAXIMUM RANGE, D DELETES   *
      *               IT. THE MAXIMUM RANGE IS NINE DIGITS, ZERO       *
      *               FILLED, AND IS IGNORED ON A DELETE.              *
      *               LIMC-REQUESTER NAMES THE USER ID THAT ASKED FOR  *
      *               THE CHANGE; IT IS REQUIRED, AND IS CARRIED ONTO  *
      *               THE CHANGE LOG (SEE CHGREC).                    *
      *****************************************************************
       01  LIMC-RECORD.
           05  LIMC-ACTION              PIC X(01).
               88  LIMC-ACTION-ADD      VALUE 'A'.
               88  LIMC-ACTION-UPDATE   VALUE 'U'.
               88  LIMC-ACTION-DELETE   VALUE 'D'.
           05  LIMC-CATEGORY-CODE       PIC X(02).
           05  LIMC-EFF-DATE            PIC X(08).
           05  LIMC-EFF-DATE-NUM REDEFINES LIMC-EFF-DATE
                                        PIC 9(08).
           05  LIMC-MAX-RANGE           PIC X(09).
           05  LIMC-MAX-RANGE-NUM REDEFINES LIMC-MAX-RANGE
                                        PIC 9(09).
           05  LIMC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(52).
