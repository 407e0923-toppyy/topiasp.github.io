      *               DTLFEED) THAT THE MYFDEDIT PRE-EDIT BALANCES     *
      *               BEFORE THE BUILD STEP RUNS; THEIR RESERVED IDS   *
      *               'DTLHDR'/'DTLTRL' NEVER MATCH A REAL RUN-ID.    *
      *               DTL-CURRENCY-CODE NAMES THE CURRENCY THE AMOUNT  *
      *               IS IN WHEN AN UPSTREAM UNIT SENDS ITS LOCAL      *
      *               CURRENCY; BLANK MEANS THE AMOUNT IS ALREADY IN   *
      *               BASE CURRENCY. THE BUILD ENGINE CONVERTS A CODED *
      *               AMOUNT AT THE EXCHANGE RATE EFFECTIVE ON THE     *
      *               FEED DATE (SEE FXRREC) BEFORE IT ACCUMULATES,    *
      *               AND PARKS A RECORD WHOSE CURRENCY HAS NO RATE ON *
      *               THE SUSPENSE FILE. THE TRAILER TOTAL REMAINS THE *
      *               PLAIN SUM OF THE AMOUNTS AS SENT.               *
      *****************************************************************
       01  DTL-RECORD.
           05  DTL-RUN-ID               PIC X(08).
           05  DTL-CATEGORY-CODE        PIC X(02).
           05  DTL-AMOUNT               PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  DTL-CURRENCY-CODE        PIC X(03).
           05  FILLER                   PIC X(57).
