      *****************************************************************
      * ALOCREC     - EFFECTIVE-DATED ALLOCATION RULE RECORD           *
      *               ONE 80-BYTE RECORD PER VERSION OF A RULE ON THE  *
      *               ALOCFILE VSAM KSDS (SEE                          *
      *               HLASM/JCL/VSAM-DEFINE-ALOCFILE.JCL), KEYED BY    *
      *               RULE ID PLUS EFFECTIVE DATE SO A RULE IS         *
      *               CHANGED BY ADDING A NEW VERSION, NOT BY          *
      *               OVERWRITING THE ONE PAST RUNS WERE POSTED UNDER. *
      *               AN ALLOCATION RUN (PARM MODE 'A') SPREADS ONE    *
      *               AMOUNT OUT OF ALOC-SOURCE-CATEGORY ACROSS THE    *
      *               TARGET CATEGORIES BY ALOC-TGT-PERCENT (TWO       *
      *               IMPLIED DECIMALS - 03350 IS 33.50 PERCENT); THE  *
      *               VERSION WITH THE LATEST EFFECTIVE DATE NOT AFTER *
      *               THE RUN DATE GOVERNS. THE PERCENTAGES MUST TOTAL *
      *               EXACTLY 100.00, AND THE PENNIES LEFT OVER BY     *
      *               TRUNCATING EACH SHARE GO TO                      *
      *               ALOC-REMAINDER-CATEGORY, WHICH MUST BE ONE OF    *
      *               THE TARGETS, SO THE RUN ALWAYS NETS TO ZERO.    *
      *****************************************************************
       01  ALOC-RECORD.
           05  ALOC-KEY.
               10  ALOC-RULE-ID         PIC X(08).
               10  ALOC-EFF-DATE        PIC X(08).
           05  ALOC-SOURCE-CATEGORY     PIC X(02).
           05  ALOC-REMAINDER-CATEGORY  PIC X(02).
           05  ALOC-TARGET-COUNT        PIC 9(02).
           05  ALOC-TARGET OCCURS 8 TIMES.
               10  ALOC-TGT-CATEGORY    PIC X(02).
               10  ALOC-TGT-PERCENT     PIC 9(03)V99.
           05  FILLER                   PIC X(02).
