      *****************************************************************
      * THRCARD     - POSITION THRESHOLD MAINTENANCE CARD              *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ    *
      *               BY THE MYFTHRLD UTILITY (SEE                     *
      *               HLASM/JCL/MYCOBTHR.JCL). A THRESHOLD IS          *
      *               IDENTIFIED BY CATEGORY ('**' FOR THE DEFAULT)    *
      *               AND EFFECTIVE DATE (SEE THRREC). ACTIONS: A      *
      *               ADDS A THRESHOLD, U REPLACES ITS WARNING AND     *
      *               ERROR BOUNDS, D DELETES IT. THE BOUNDS ARE NINE  *
      *               DIGITS, ZERO FILLED, THE WARNING BOUND NOT       *
      *               ABOVE THE ERROR BOUND; BOTH ARE IGNORED ON A     *
      *               DELETE. THRC-REQUESTER NAMES THE USER ID THAT    *
      *               ASKED FOR THE CHANGE; IT IS REQUIRED, AND IS     *
      *               CARRIED ONTO THE CHANGE LOG (SEE CHGREC).       *
      *****************************************************************
       01  THRC-RECORD.
           05  THRC-ACTION              PIC X(01).
               88  THRC-ACTION-ADD      VALUE 'A'.
               88  THRC-ACTION-UPDATE   VALUE 'U'.
               88  THRC-ACTION-DELETE   VALUE 'D'.
           05  THRC-CATEGORY-CODE       PIC X(02).
           05  THRC-EFF-DATE            PIC X(08).
           05  THRC-EFF-DATE-NUM REDEFINES THRC-EFF-DATE
                                        PIC 9(08).
           05  THRC-WARN-LIMIT          PIC X(09).
           05  THRC-WARN-LIMIT-NUM REDEFINES THRC-WARN-LIMIT
                                        PIC 9(09).
           05  THRC-ERROR-LIMIT         PIC X(09).
           05  THRC-ERROR-LIMIT-NUM REDEFINES THRC-ERROR-LIMIT
                                        PIC 9(09).
           05  THRC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(43).
