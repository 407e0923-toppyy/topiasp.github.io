      * SUSPREC     - DETAIL SUSPENSE RECORD                          *
      *               ONE 120-BYTE RECORD PER DTLFILE DETAIL RECORD    *
      *               THE BUILD ENGINE HAD TO SKIP (AMOUNT NOT         *
      *               NUMERIC, NO EXCHANGE RATE, CATEGORY NOT ON THE   *
      *               MASTER, CATEGORY INACTIVE, BUCKET TABLE FULL),   *
      *               WRITTEN TO THE SUSPENSE DATA SET                 *
      *               (USER.MYCOBJOB.SUSPENSE, A MOD DATA SET LIKE THE *
      *               AUDIT FILE) WITH THE REJECT REASON AND DATE - SO *
      *               THE MONEY IN A BAD RECORD IS PARKED, NOT LOST.   *
      *               THE AMOUNT IS KEPT AS THE RAW 10-BYTE IMAGE OF   *
      *               DTL-AMOUNT SO A NON-NUMERIC PUNCH SURVIVES FOR   *
      *               REPAIR.                                         *
      *               OPERATIONS FIXES THE CATEGORY OR AMOUNT IN       *
      *               PLACE AND RUNS THE MYFSREP REPAIR STEP (SEE      *
      *               HLASM/JCL/MYCOBSRP.JCL), WHICH POSTS THE GOOD    *
      *               RECORDS UNDER THEIR ORIGINAL RUN-IDS AS          *
      *               ENTRY-TYPE-'U' SUSPENSE REPOSTS AND CARRIES THE  *
      *               STILL-BAD ONES FORWARD TO THE NEXT ROUND.       *
      *               A DETAIL RECORD SENT IN A FOREIGN CURRENCY KEEPS *
      *               ITS ORIGINAL AMOUNT IN SUSP-AMOUNT, WITH ITS     *
      *               CURRENCY CODE, THE DATE ITS RATE WAS LOOKED UP   *
      *               FOR (THE FEED DATE) AND THE RATE FOUND - ZERO    *
      *               WHEN NONE WAS, WHICH IS ITSELF A REJECT REASON.  *
      *               MYFSREP CONVERTS IT AGAIN AT THE RATE FOR THAT   *
      *               SAME DATE WHEN IT REPOSTS, SO A MISSING RATE IS  *
      *               REPAIRED BY LOADING IT (SEE                      *
      *               HLASM/JCL/MYCOBFXR.JCL), NOT BY EDITING THE      *
      *               RECORD. THE THREE FIELDS ARE BLANK FOR A         *
      *               BASE-CURRENCY RECORD.                           *
      *****************************************************************
       01  SUSP-RECORD.
           05  SUSP-RUN-ID              PIC X(08).
           05  SUSP-REJECT-REASON       PIC X(40).
           05  SUSP-REJECT-DATE         PIC X(08).
           05  SUSP-REJECT-TIME         PIC X(06).
           05  SUSP-CURRENCY-CODE       PIC X(03).
           05  SUSP-RATE-DATE           PIC X(08).
           05  SUSP-FX-RATE             PIC 9(05)V9(06).
           05  FILLER                   PIC X(24).
