      *****************************************************************
      * BUDREC      - CATEGORY BUDGET RECORD                           *
      *               ONE 80-BYTE RECORD PER CATEGORY PER ACCOUNTING   *
      *               PERIOD (PERD-PERIOD-ID, YYYYMM) ON THE BUDGET    *
      *               KSDS (SEE HLASM/JCL/VSAM-DEFINE-BUDFILE.JCL),    *
      *               KEYED BY CATEGORY AND PERIOD. LOADED FROM        *
      *               MAINTENANCE CARDS OR THE FINANCE BUDGET FEED BY  *
      *               THE MYFBUDLD UTILITY (SEE BUDCARD AND            *
      *               HLASM/JCL/MYCOBBUD.JCL), AND COMPARED WITH THE   *
      *               PERIOD'S ACTUAL HISTFILE MOVEMENT BY THE MYFBVAR *
      *               BUDGET-VERSUS-ACTUAL REPORT (SEE                 *
      *               HLASM/JCL/MYCOBBVA.JCL). THE AMOUNT IS THE       *
      *               BUDGETED NET MOVEMENT IN THE SAME UNITS AS       *
      *               CAT-NET-POSITION, CARRIED ZONED WITH A SEPARATE  *
      *               LEADING SIGN SO THE CHANGE LOG IMAGE (SEE        *
      *               CHGREC) PRINTS AS IS. BUD-UPDATE-DATE AND        *
      *               BUD-UPDATE-USER NAME THE LAST CARD THAT SET IT. *
      *****************************************************************
       01  BUD-RECORD.
           05  BUD-KEY.
               10  BUD-CATEGORY-CODE    PIC X(02).
               10  BUD-PERIOD-ID        PIC X(06).
           05  BUD-AMOUNT               PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  BUD-UPDATE-DATE          PIC X(08).
           05  BUD-UPDATE-USER          PIC X(08).
           05  FILLER                   PIC X(46).
