      *****************************************************************
      * BVACARD     - MYFBVAR REQUEST CARD                             *
      *               ONE 80-BYTE CARD NAMING THE ACCOUNTING PERIOD    *
      *               (PERD-PERIOD-ID, YYYYMM) THE                     *
      *               BUDGET-VERSUS-ACTUAL REPORT COMPARES. SPACES     *
      *               REPORT THE CURRENT MONTH. THE YEAR-TO-DATE       *
      *               FIGURES RUN FROM JANUARY OF THE SAME YEAR        *
      *               THROUGH THE PERIOD.                             *
      *****************************************************************
       01  BVAC-RECORD.
           05  BVAC-PERIOD-ID           PIC X(06).
           05  BVAC-PERIOD-NUM REDEFINES BVAC-PERIOD-ID.
               10  BVAC-PERIOD-YEAR     PIC 9(04).
               10  BVAC-PERIOD-MONTH    PIC 9(02).
           05  FILLER                   PIC X(74).
