      *               INTO CAT-NET-POSITION, SO POSITIONS PERSIST      *
      *               ACROSS RUNS INSTEAD OF DYING WITH THE JOB'S      *
      *               WORKING STORAGE. MAINTAINED BY THE MYFCATLD      *
      *               UTILITY (SEE HLASM/JCL/MYCOBCAT.JCL) OR ONLINE   *
      *               THROUGH MYFCMNT, WITH EACH ONLINE CHANGE HELD    *
      *               (SEE CMNTREC) UNTIL A SECOND USER APPROVES IT    *
      *               ON MYFCAPP. EACH CATEGORY BELONGS TO A BUSINESS  *
      *               GROUP ON THE GROUP MASTER (SEE GRPREC) THROUGH   *
      *               CAT-GROUP-CODE, SET BY ACTIONS 'A' AND 'G'; THE  *
      *               MYFCLOSE CLOSING STATEMENT SUBTOTALS BY GROUP.  *
      *****************************************************************
       01  CAT-RECORD.
           05  CAT-CODE                 PIC X(02).
