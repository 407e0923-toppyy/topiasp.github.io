      *****************************************************************
      * SORDREC     - STANDING-ORDER SCHEDULE MASTER RECORD            *
      *               ONE 80-BYTE RECORD PER STANDING ORDER ON THE     *
      *               SORDFILE VSAM KSDS (SEE                          *
      *               HLASM/JCL/VSAM-DEFINE-SORDFILE.JCL), KEYED BY    *
      *               ORDER ID. EACH ORDER CARRIES A COMPLETE SET OF   *
      *               PARAMETER FIELDS (MIRRORING PENDREC) AND A       *
      *               SCHEDULE: 'D' EVERY BUSINESS DAY, 'M' THE FIRST  *
      *               BUSINESS DAY OF EACH WEEK (NORMALLY MONDAY),     *
      *               'L' THE LAST BUSINESS DAY OF THE MONTH, ALL PER  *
      *               THE BUSINESS-DAY CALENDAR (SEE CALREC).          *
      *               THE MYFSGEN STEP AT THE FRONT OF MYCOBJOB        *
      *               QUEUES ONE ENTERED PENDPARM ENTRY FOR EVERY      *
      *               ACTIVE ORDER DUE ON THE RUN DATE, WITH RUN-ID    *
      *               ORDER ID + YYMMDD AND SORD-OWNER-USER AS THE     *
      *               KEYING USER, SO A SECOND USER STILL APPROVES     *
      *               EVERY POSTING THROUGH MYFPAPP. BLANK START OR    *
      *               END DATES LEAVE THE ORDER OPEN AT THAT END. AN   *
      *               ALLOCATION ORDER CARRIES ITS RULE ID IN          *
      *               SORD-REVERSAL-RUN-ID, AS PENDREC DOES; A         *
      *               REVERSAL IS NEVER A STANDING ORDER.             *
      *               SORD-LAST-GEN-DATE IS MAINTAINED BY MYFSGEN.    *
      *               A STANDING ORDER RE-POSTS THE SAME RANGE AND     *
      *               CATEGORY EVERY TIME IT FALLS DUE, SO A           *
      *               NORMAL-MODE ORDER MUST CARRY                     *
      *               SORD-OVERLAP-OVERRIDE 'Y' TO PASS THE OVERLAP    *
      *               CHECK FROM ITS SECOND OCCURRENCE ON; MYFSGEN     *
      *               COPIES IT TO EVERY ENTRY IT QUEUES, AND THE      *
      *               APPROVER SEES IT ON MYFPAPP AS FOR A KEYED       *
      *               ENTRY.                                          *
      *****************************************************************
       01  SORD-RECORD.
           05  SORD-ORDER-ID            PIC X(02).
           05  SORD-SCHEDULE            PIC X(01).
               88  SORD-SCHED-DAILY     VALUE 'D'.
               88  SORD-SCHED-MONDAY    VALUE 'M'.
               88  SORD-SCHED-MONTH-END VALUE 'L'.
           05  SORD-STATUS              PIC X(01).
               88  SORD-ACTIVE          VALUE 'A'.
               88  SORD-INACTIVE        VALUE 'I'.
           05  SORD-START-DATE          PIC X(08).
           05  SORD-END-DATE            PIC X(08).
           05  SORD-MODE                PIC X(01).
           05  SORD-RANGE-FROM          PIC 9(09).
           05  SORD-RANGE-TO            PIC 9(09).
           05  SORD-CATEGORY-CODE       PIC X(02).
           05  SORD-REVERSAL-RUN-ID     PIC X(08).
           05  SORD-TARGET-CATEGORY     PIC X(02).
           05  SORD-TRANSFER-AMOUNT     PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  SORD-OWNER-USER          PIC X(08).
           05  SORD-LAST-GEN-DATE       PIC X(08).
           05  SORD-OVERLAP-OVERRIDE    PIC X(01).
               88  SORD-OVERRIDE-OVERLAP VALUE 'Y'.
           05  FILLER                   PIC X(02).
