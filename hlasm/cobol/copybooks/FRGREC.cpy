      *****************************************************************
      * FRGREC      - DETAIL FEED REGISTER RECORD                      *
      *               ONE RECORD ON THE FEED REGISTER VSAM KSDS (SEE   *
      *               HLASM/JCL/VSAM-DEFINE-FRGFILE.JCL) FOR EVERY     *
      *               UPSTREAM DETAIL FEED THE MYFDEDIT PRE-EDIT HAS   *
      *               ACCEPTED, KEYED BY THE HEADER'S FEED DATE (SEE   *
      *               DTLFEED) AND A SEQUENCE FOR A SECOND FEED        *
      *               CARRYING THE SAME DATE. IT HOLDS THE FEED'S      *
      *               DETAIL RECORD COUNT AND AMOUNT TOTAL, WHICH AN   *
      *               ACCEPTED FEED HAS PROVED EQUAL TO ITS TRAILER,   *
      *               AND A CONTENT HASH OF EVERY DETAIL RECORD IN     *
      *               FEED ORDER, SO A RESENT FEED - SAME COUNT, TOTAL *
      *               AND HASH, WHATEVER ITS HEADER DATE - IS          *
      *               RECOGNISED AND REFUSED BEFORE IT CAN POST TWICE. *
      *               AN EMPTY FEED (HEADER AND TRAILER ONLY) IS       *
      *               REGISTERED TO KEEP THE DATE SEQUENCE BUT NEVER   *
      *               MATCHED. THE REGISTER IS NEVER REWRITTEN.       *
      *****************************************************************
       01  FRG-RECORD.
           05  FRG-KEY.
               10  FRG-FEED-DATE        PIC X(08).
               10  FRG-FEED-SEQ         PIC 9(02).
           05  FRG-RECORD-COUNT         PIC 9(09).
           05  FRG-AMOUNT-TOTAL         PIC S9(15)
                                        SIGN IS LEADING SEPARATE.
           05  FRG-CONTENT-HASH         PIC 9(09).
           05  FRG-REG-DATE             PIC X(08).
           05  FRG-REG-TIME             PIC X(06).
           05  FRG-JOB-NAME             PIC X(08).
           05  FILLER                   PIC X(14).
