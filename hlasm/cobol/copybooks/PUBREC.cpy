      *****************************************************************
      * PUBREC      - POSTING EVENT MESSAGE                            *
      *               THE FIXED 150-BYTE, ALL-DISPLAY MESSAGE PUT TO   *
      *               THE POSTING EVENT QUEUE FOR EVERY EVENT WRITTEN  *
      *               TO THE HISTFILE POSTING HISTORY (SEE HISTREC) BY *
      *               MYFIRSTCBL, MYFMERGE, MYFSREP AND MYFCLOSE -     *
      *               NORMAL AND REVERSAL POSTINGS, TRANSFER AND       *
      *               ALLOCATION LEGS, DETAIL CATEGORY EVENTS, REPOSTS *
      *               AND CLOSINGS - AND THE RECORD OF THE PUBHOLD     *
      *               RETRY KSDS THAT HOLDS A MESSAGE WHILE THE QUEUE  *
      *               IS UNAVAILABLE. PUB-SEQUENCE IS TAKEN FROM THE   *
      *               PUBCTL CONTROL RECORD (SEE PUBCREC), ONE PER     *
      *               EVENT ACROSS ALL FOUR PROGRAMS, SO THE CONSUMER  *
      *               SEES AN UNBROKEN ASCENDING SERIES: A GAP MEANS A *
      *               MESSAGE IS MISSING, AND A SEQUENCE SEEN TWICE IS *
      *               A RESEND OF A HELD MESSAGE AND MAY BE DISCARDED. *
      *               THE HISTORY KEY (RUN-ID, POST DATE/TIME, POST    *
      *               SEQ) IDENTIFIES THE HISTFILE RECORD THE MESSAGE  *
      *               REPORTS. PUB-HELD-DATE/TIME ARE BLANK ON A       *
      *               MESSAGE SENT AS IT HAPPENED AND CARRY THE TIME   *
      *               IT WAS PARKED ON PUBHOLD ON ONE SENT LATE.       *
      *               PUB-LAYOUT-ID CHANGES IF THIS LAYOUT EVER DOES. *
      *****************************************************************
       01  PUB-RECORD.
           05  PUB-SEQUENCE             PIC 9(09).
           05  PUB-LAYOUT-ID            PIC X(04).
               88  PUB-LAYOUT-CURRENT   VALUE 'PE01'.
           05  PUB-SOURCE-PGM           PIC X(08).
           05  PUB-JOB-NAME             PIC X(08).
           05  PUB-RUN-ID               PIC X(08).
           05  PUB-POST-DATE            PIC X(08).
           05  PUB-POST-TIME            PIC X(06).
           05  PUB-POST-SEQ             PIC 9(02).
           05  PUB-ENTRY-TYPE           PIC X(01).
           05  PUB-CATEGORY-CODE        PIC X(02).
           05  PUB-AMOUNT               PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  PUB-RANGE-FROM           PIC 9(09).
           05  PUB-RANGE-TO             PIC 9(09).
           05  PUB-ITERATIONS           PIC 9(09).
           05  PUB-REVERSAL-OF-RUN-ID   PIC X(08).
           05  PUB-HELD-DATE            PIC X(08).
           05  PUB-HELD-TIME            PIC X(06).
           05  FILLER                   PIC X(35).
