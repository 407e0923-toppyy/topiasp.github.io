      *               OVERWRITTEN - THE MYFHIST REPORT (SEE            *
      *               HLASM/JCL/MYCOBHST.JCL) PRINTS THE FULL          *
      *               POSTING CHAIN FOR ANY RUN OR DATE RANGE,         *
      *               INCLUDING PRE-REVERSAL VALUES, AND THE MYFHINQ   *
      *               CICS TRANSACTION PAGES THE SAME CHAIN ONLINE BY  *
      *               RUN-ID. A DETAIL RUN WRITES ITS RUN-LEVEL EVENT  *
      *               (TYPE 'N', BLANK CATEGORY) PLUS ONE TYPE-'D'     *
      *               EVENT PER CATEGORY IT MOVED, SO CATEGORY         *
      *               POSITIONS ARE FULLY ATTRIBUTABLE FROM HISTORY    *
      *               ALONE - THE CATEGORY STATEMENT AND THE MYFRBLD   *
      *               RECOVERY UTILITY DEPEND ON THAT.                *
      *               A TYPE-'D' OR TYPE-'U' EVENT FOR AMOUNTS SENT IN *
      *               A FOREIGN CURRENCY (SEE DTLREC) CARRIES THAT     *
      *               CURRENCY IN HIST-CURRENCY-CODE, THE ORIGINAL     *
      *               AMOUNT IN HIST-ORIG-AMOUNT AND THE EXCHANGE RATE *
      *               USED IN HIST-FX-RATE, WHILE HIST-FINAL-TOTAL IS  *
      *               THE CONVERTED BASE-CURRENCY AMOUNT THAT MOVED    *
      *               THE CATEGORY - ONE EVENT PER CATEGORY AND        *
      *               CURRENCY. ON EVERY OTHER EVENT THE THREE FIELDS  *
      *               ARE BLANK, SO A BLANK CURRENCY CODE MEANS        *
      *               NOTHING WAS CONVERTED. THE RECORD GREW FROM 85   *
      *               TO 110 BYTES FOR THEM (SEE                       *
      *               HLASM/JCL/VSAM-DEFINE-HISTFILE.JCL). A           *
      *               NON-UNIQUE ALTERNATE INDEX ON HIST-CATEGORY-CODE *
      *               (PATH USER.MYCOBJOB.HISTFILE.CATPATH, DD         *
      *               HISTFIL1 IN BATCH, FCT NAME HISTCAT ONLINE) LETS *
      *               THE RANGE-OVERLAP EDIT READ ONE CATEGORY'S       *
      *               EVENTS ALONE.                                   *
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-KEY.
               88  HIST-ENTRY-DETAIL    VALUE 'D'.
           05  HIST-REVERSAL-OF-RUN-ID  PIC X(08).
           05  HIST-CATEGORY-CODE       PIC X(02).
           05  HIST-CURRENCY-CODE       PIC X(03).
           05  HIST-ORIG-AMOUNT         PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  HIST-FX-RATE             PIC 9(05)V9(06).
           05  FILLER                   PIC X(11).
