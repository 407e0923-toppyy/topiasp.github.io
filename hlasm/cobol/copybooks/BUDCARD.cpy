      *****************************************************************
      * BUDCARD     - CATEGORY BUDGET MAINTENANCE CARD                 *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ BY *
      *               THE MYFBUDLD UTILITY (SEE                        *
      *               HLASM/JCL/MYCOBBUD.JCL). A BUDGET IS IDENTIFIED  *
      *               BY CATEGORY AND ACCOUNTING PERIOD (YYYYMM - SEE  *
      *               BUDREC). ACTIONS: A ADDS A BUDGET, U REPLACES    *
      *               ITS AMOUNT, D DELETES IT, AND S SETS IT - ADDING *
      *               IT WHEN IT IS NOT ON FILE AND REPLACING THE      *
      *               AMOUNT WHEN IT IS. THE FINANCE BUDGET FEED       *
      *               ARRIVES IN THIS SAME LAYOUT WITH ACTION S ON     *
      *               EVERY RECORD, SO A FEED SENT TWICE SIMPLY SETS   *
      *               THE SAME FIGURES AGAIN. THE AMOUNT IS NINE       *
      *               DIGITS WITH A LEADING + OR - SIGN AND IS IGNORED *
      *               ON A DELETE. BUDC-REQUESTER NAMES THE USER ID    *
      *               THAT ASKED FOR THE CHANGE (FINANCE'S FEED USER   *
      *               FOR THE FEED); IT IS REQUIRED, AND IS CARRIED    *
      *               ONTO THE CHANGE LOG (SEE CHGREC).               *
      *****************************************************************
       01  BUDC-RECORD.
           05  BUDC-ACTION              PIC X(01).
               88  BUDC-ACTION-ADD      VALUE 'A'.
               88  BUDC-ACTION-UPDATE   VALUE 'U'.
               88  BUDC-ACTION-DELETE   VALUE 'D'.
               88  BUDC-ACTION-SET      VALUE 'S'.
           05  BUDC-CATEGORY-CODE       PIC X(02).
           05  BUDC-PERIOD-ID           PIC X(06).
           05  BUDC-PERIOD-NUM REDEFINES BUDC-PERIOD-ID.
               10  BUDC-PERIOD-YEAR     PIC 9(04).
               10  BUDC-PERIOD-MONTH    PIC 9(02).
           05  BUDC-AMOUNT              PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  BUDC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(53).
