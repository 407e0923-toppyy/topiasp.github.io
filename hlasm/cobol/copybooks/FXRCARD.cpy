      *****************************************************************
      * FXRCARD     - EXCHANGE-RATE MAINTENANCE CARD                   *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ BY *
      *               THE MYFFXRLD UTILITY (SEE                        *
      *               HLASM/JCL/MYCOBFXR.JCL). A RATE IS IDENTIFIED BY *
      *               CURRENCY CODE AND EFFECTIVE DATE (SEE FXRREC).   *
      *               ACTIONS: A ADDS A RATE, U REPLACES IT, D DELETES *
      *               IT. THE RATE IS ELEVEN DIGITS, ZERO FILLED, WITH *
      *               SIX IMPLIED DECIMAL PLACES (00001250000 IS       *
      *               1.25), MUST NOT BE ZERO, AND IS IGNORED ON A     *
      *               DELETE. FXRC-REQUESTER NAMES THE USER ID THAT    *
      *               ASKED FOR THE CHANGE; IT IS REQUIRED, AND IS     *
      *               CARRIED ONTO THE CHANGE LOG (SEE CHGREC).       *
      *****************************************************************
       01  FXRC-RECORD.
           05  FXRC-ACTION              PIC X(01).
               88  FXRC-ACTION-ADD      VALUE 'A'.
               88  FXRC-ACTION-UPDATE   VALUE 'U'.
               88  FXRC-ACTION-DELETE   VALUE 'D'.
           05  FXRC-CURRENCY-CODE       PIC X(03).
           05  FXRC-EFF-DATE            PIC X(08).
           05  FXRC-EFF-DATE-NUM REDEFINES FXRC-EFF-DATE
                                        PIC 9(08).
           05  FXRC-RATE                PIC X(11).
           05  FXRC-RATE-NUM REDEFINES FXRC-RATE
                                        PIC 9(05)V9(06).
           05  FXRC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(49).
