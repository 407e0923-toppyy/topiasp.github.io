      *               FROM EVERY APPROVED ENTRY AND MARKS IT           *
      *               SUBMITTED. THE PARAMETER FIELDS MIRROR PARMREC   *
      *               SO THE EXTRACT IS A STRAIGHT FIELD-FOR-FIELD     *
      *               MOVE. PEND-OVERLAP-OVERRIDE IS KEYED 'Y' ON      *
      *               MYFPENT TO PUSH A NORMAL RUN PAST THE RANGE      *
      *               OVERLAP CHECK, AND IS SHOWN TO THE APPROVER ON   *
      *               MYFPAPP SO THE OVERRIDE IS A DELIBERATE,         *
      *               TWO-PERSON DECISION. AN ALLOCATION ENTRY (MODE   *
      *               'A') CARRIES ITS RULE ID IN THE REVERSAL-RUN-ID  *
      *               POSITIONS AND ITS AMOUNT IN THE TRANSFER-AMOUNT  *
      *               FIELD, EXACTLY AS PARMREC DOES. AN APPROVED      *
      *               ENTRY WHOSE ENTERING OR APPROVING USER NO        *
      *               LONGER HOLDS AUTHORITY FOR ITS CATEGORY (SEE     *
      *               USRREC) IS MARKED REJECTED BY MYFPEXT INSTEAD OF *
      *               BEING EXTRACTED.                                *
      *               AN APPROVED ENTRY NOT YET EXTRACTED MAY BE       *
      *               RECALLED ON MYFPAPP BY ITS ENTERING USER OR BY A *
      *               USER WITH APPROVE AUTHORITY FOR IT, AND AN ENTRY *
      *               STILL ENTERED OR APPROVED WHEN THE DAILY AGING   *
      *               RUN (MYFPAGE) FINDS IT OLDER THAN THE EXPIRY AGE *
      *               IS MARKED EXPIRED. NEITHER IS EVER EXTRACTED;    *
      *               THE RUN-ID IS NOT REUSED - THE CORRECTED         *
      *               PARAMETER IS KEYED AFRESH UNDER A NEW ONE.       *
      *               PEND-CLOSE-USER/DATE/TIME RECORD WHO RECALLED    *
      *               THE ENTRY, OR THE AGING JOB THAT EXPIRED IT, AND *
      *               WHEN.                                           *
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-RUN-ID              PIC X(08).
               88  PEND-MODE-REVERSE    VALUE 'R'.
               88  PEND-MODE-DETAIL     VALUE 'D'.
               88  PEND-MODE-TRANSFER   VALUE 'T'.
               88  PEND-MODE-ALLOCATE   VALUE 'A'.
           05  PEND-RANGE-FROM          PIC 9(09).
           05  PEND-RANGE-TO            PIC 9(09).
           05  PEND-CATEGORY-CODE       PIC X(02).
           05  PEND-REVERSAL-RUN-ID     PIC X(08).
           05  PEND-ALLOC-RULE-ID REDEFINES PEND-REVERSAL-RUN-ID
                                        PIC X(08).
           05  PEND-STATUS              PIC X(01).
               88  PEND-STATUS-ENTERED  VALUE 'E'.
               88  PEND-STATUS-PENDING  VALUE 'P'.
               88  PEND-STATUS-SUBMITTED VALUE 'S'.
               88  PEND-STATUS-REJECTED VALUE 'X'.
               88  PEND-STATUS-RECALLED VALUE 'C'.
               88  PEND-STATUS-EXPIRED  VALUE 'Z'.
           05  PEND-ENTRY-DATE          PIC X(08).
           05  PEND-ENTRY-TIME          PIC X(06).
           05  PEND-ENTRY-USER          PIC X(08).
           05  PEND-TARGET-CATEGORY     PIC X(02).
           05  PEND-TRANSFER-AMOUNT     PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  PEND-OVERLAP-OVERRIDE    PIC X(01).
               88  PEND-OVERLAP-OVERRIDDEN VALUE 'Y'.
           05  FILLER                   PIC X(05).
           05  PEND-CLOSE-USER          PIC X(08).
           05  PEND-CLOSE-DATE          PIC X(08).
           05  PEND-CLOSE-TIME          PIC X(06).
           05  FILLER                   PIC X(08).
