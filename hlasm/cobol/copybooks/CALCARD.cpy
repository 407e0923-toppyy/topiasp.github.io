      *****************************************************************
      * CALCARD     - BUSINESS-DAY CALENDAR MAINTENANCE CARD           *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ    *
      *               BY THE MYFCALLD UTILITY (SEE                     *
      *               HLASM/JCL/MYCOBCAL.JCL). ACTIONS: A ADDS AN      *
      *               EXCEPTION DATE, U REPLACES ITS DAY TYPE AND      *
      *               DESCRIPTION, D DELETES IT SO THE DATE FOLLOWS    *
      *               THE WEEKDAY RULE AGAIN. DAY TYPE 'H' IS A        *
      *               WEEKDAY HOLIDAY, 'W' A WORKED WEEKEND DAY (SEE   *
      *               CALREC). CALC-REQUESTER NAMES THE USER ID THAT   *
      *               ASKED FOR THE CHANGE; IT IS REQUIRED, AND IS     *
      *               CARRIED ONTO THE CHANGE LOG (SEE CHGREC).       *
      *****************************************************************
       01  CALC-RECORD.
           05  CALC-ACTION              PIC X(01).
               88  CALC-ACTION-ADD      VALUE 'A'.
               88  CALC-ACTION-UPDATE   VALUE 'U'.
               88  CALC-ACTION-DELETE   VALUE 'D'.
           05  CALC-DATE                PIC X(08).
           05  CALC-DATE-NUM REDEFINES CALC-DATE
                                        PIC 9(08).
           05  CALC-DAY-TYPE            PIC X(01).
               88  CALC-HOLIDAY         VALUE 'H'.
               88  CALC-WORKING-DAY     VALUE 'W'.
           05  CALC-DESCRIPTION         PIC X(30).
           05  CALC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(32).
