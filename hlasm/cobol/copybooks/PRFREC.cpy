      *****************************************************************
      * PRFREC      - JOB-STEP PERFORMANCE HISTORY RECORD              *
      *               ONE RECORD ON THE PERFORMANCE HISTORY VSAM KSDS  *
      *               (SEE HLASM/JCL/VSAM-DEFINE-PRFFILE.JCL) FOR      *
      *               EVERY EXECUTION OF A MYCOBJOB STEP (EXTRACT,     *
      *               DEDIT, BUILD, RECON, MONITOR) AND OF THE SPLIT,  *
      *               CHILD BUILD AND MERGE JOBS, WRITTEN BY THE       *
      *               STEP'S OWN PROGRAM AS IT ENDS, KEYED BY ITS      *
      *               START DATE AND TIME, JOB AND STEP NAME AND A     *
      *               TIE-BREAK SEQUENCE FOR TWO STEPS STARTING IN THE *
      *               SAME HUNDREDTH OF A SECOND (THE CHILD BUILDS RUN *
      *               SIDE BY SIDE). IT HOLDS THE START AND END TIMES, *
      *               THE ELAPSED SECONDS, THE RANGES (PARAMETER       *
      *               RECORDS OR POSTINGS) THE STEP PROCESSED, THE     *
      *               ITERATIONS IT ACCUMULATED, THE DETAIL FEED       *
      *               RECORDS IT READ, THE CHECKPOINTS IT TOOK, ITS    *
      *               MAIN INPUT RECORD COUNT AND ITS RETURN CODE, SO  *
      *               THE WINDOW'S RUN STATISTICS OUTLIVE THE SYSOUT.  *
      *               THE MYFPERF WEEKLY REPORT (SEE                   *
      *               HLASM/JCL/MYCOBPRF.JCL) TRENDS THEM AND PROJECTS *
      *               THE WINDOW AGAINST ITS CUTOFF. A SIMULATION      *
      *               RECORDS NOTHING, AND THE FILE IS NEVER           *
      *               REWRITTEN.                                      *
      *****************************************************************
       01  PRF-RECORD.
           05  PRF-KEY.
               10  PRF-START-DATE       PIC 9(08).
               10  PRF-START-TIME       PIC 9(08).
               10  PRF-START-HMS REDEFINES PRF-START-TIME.
                   15  PRF-START-HH     PIC 9(02).
                   15  PRF-START-MM     PIC 9(02).
                   15  PRF-START-SS     PIC 9(02).
                   15  PRF-START-HS     PIC 9(02).
               10  PRF-JOB-NAME         PIC X(08).
               10  PRF-STEP-NAME        PIC X(08).
               10  PRF-KEY-SEQ          PIC 9(02).
           05  PRF-PROGRAM              PIC X(08).
           05  PRF-END-DATE             PIC 9(08).
           05  PRF-END-TIME             PIC 9(08).
           05  PRF-END-HMS REDEFINES PRF-END-TIME.
               10  PRF-END-HH           PIC 9(02).
               10  PRF-END-MM           PIC 9(02).
               10  PRF-END-SS           PIC 9(02).
               10  PRF-END-HS           PIC 9(02).
           05  PRF-ELAPSED-SECONDS      PIC 9(07).
           05  PRF-RANGES               PIC 9(07).
           05  PRF-ITERATIONS           PIC 9(09).
           05  PRF-DETAIL-READ          PIC 9(09).
           05  PRF-CHECKPOINTS          PIC 9(07).
           05  PRF-RECORDS-READ         PIC 9(09).
           05  PRF-RETURN-CODE          PIC 9(04).
           05  FILLER                   PIC X(10).
