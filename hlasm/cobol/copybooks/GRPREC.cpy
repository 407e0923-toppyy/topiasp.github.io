      *****************************************************************
      * GRPREC      - CATEGORY ROLLUP GROUP MASTER RECORD              *
      *               ONE 80-BYTE RECORD PER BUSINESS GROUP ON THE     *
      *               GROUP MASTER KSDS OPERATIONS MAINTAINS           *
      *               (USER.MYCOBJOB.GROUPS - SEE HLASM/JCL/           *
      *               VSAM-DEFINE-GRPFILE.JCL), KEYED BY GRP-CODE SO   *
      *               THE MYFCMNT/MYFCAPP CICS TRANSACTIONS CAN CHECK  *
      *               A CODE DIRECTLY. EACH CATFILE CATEGORY CARRIES   *
      *               A GROUP CODE (SEE CAT-GROUP-CODE, MAINTAINED     *
      *               THROUGH MYFCATLD ACTION 'G' OR ONLINE), AND THE  *
      *               MYFCLOSE CLOSING STATEMENT ROLLS THE CATEGORY    *
      *               POSITIONS UP INTO PER-GROUP SUBTOTALS AND A      *
      *               GRAND TOTAL - THE VIEW MANAGEMENT ACTUALLY       *
      *               REVIEWS.                                        *
      *****************************************************************
       01  GRP-RECORD.
           05  GRP-CODE                 PIC X(02).
