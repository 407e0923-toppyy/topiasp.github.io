      *               OUT A TRANSFER WITH AN OPPOSITE TRANSFER, NOT    *
      *               WITH MODE 'R'. THE RANGE FIELDS ARE PUNCHED      *
      *               ZERO.                                           *
      *               PARM-MODE-ALLOCATE SPREADS PARM-TRANSFER-AMOUNT  *
      *               OUT OF PARM-CATEGORY-CODE ACROSS THE TARGETS OF  *
      *               THE ALLOCATION RULE NAMED IN PARM-ALLOC-RULE-ID  *
      *               (SEE ALOCREC) - ONE 'F' LEG OUT OF THE SOURCE    *
      *               AND ONE 'T' LEG INTO EACH TARGET, NETTING TO     *
      *               ZERO. THE RULE ID RIDES IN THE REVERSAL-RUN-ID   *
      *               POSITIONS, WHICH AN ALLOCATION NEVER USES; THE   *
      *               RANGE FIELDS ARE PUNCHED ZERO.                  *
      *               PARM-OVERLAP-OVERRIDE IS SET TO 'Y' ONLY WHEN    *
      *               THE ENTRY WAS KEYED WITH AN EXPLICIT OVERRIDE    *
      *               OF THE OVERLAP CHECK: A NORMAL RUN WHOSE RANGE   *
      *               OVERLAPS AN UNREVERSED NORMAL POSTING IN THE     *
      *               SAME CATEGORY (SEE HISTREC) IS OTHERWISE         *
      *               REJECTED AS A PROBABLE DOUBLE POSTING.          *
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-RUN-ID              PIC X(08).
               88  PARM-MODE-DETAIL     VALUE 'D'.
               88  PARM-MODE-PARTIAL    VALUE 'P'.
               88  PARM-MODE-TRANSFER   VALUE 'T'.
               88  PARM-MODE-ALLOCATE   VALUE 'A'.
           05  PARM-RANGE-FROM          PIC 9(09).
           05  PARM-RANGE-TO            PIC 9(09).
           05  PARM-CATEGORY-CODE       PIC X(02).
           05  PARM-REVERSAL-RUN-ID     PIC X(08).
           05  PARM-ALLOC-RULE-ID REDEFINES PARM-REVERSAL-RUN-ID
                                        PIC X(08).
           05  PARM-TARGET-CATEGORY     PIC X(02).
           05  PARM-TRANSFER-AMOUNT     PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  PARM-OVERLAP-OVERRIDE    PIC X(01).
               88  PARM-OVERLAP-OVERRIDDEN VALUE 'Y'.
           05  FILLER                   PIC X(30).
