      *****************************************************************
      * CMNTREC     - PENDING CATEGORY MASTER CHANGE RECORD            *
      *               ONE RECORD PER CATEGORY CODE ON THE CATMAINT     *
      *               VSAM KSDS (SEE HLASM/JCL/                        *
      *               VSAM-DEFINE-CMNTFILE.JCL), HOLDING THE LATEST    *
      *               CHANGE KEYED THROUGH THE MYFCMNT CICS            *
      *               TRANSACTION. THE ACTIONS ARE THOSE OF THE        *
      *               MYFCATLD CARD UTILITY: A ADDS A CATEGORY (WITH   *
      *               AN OPTIONAL GROUP CODE), U REPLACES THE          *
      *               DESCRIPTION, I INACTIVATES, R REACTIVATES, G     *
      *               ASSIGNS THE ROLLUP GROUP (SPACES REMOVES IT).    *
      *               A CHANGE LANDS IN ENTERED STATUS AND TOUCHES     *
      *               NOTHING ON CATFILE UNTIL A DIFFERENT USER ID     *
      *               APPROVES IT THROUGH THE MYFCAPP TRANSACTION,     *
      *               WHICH APPLIES IT TO THE MASTER AND STAMPS THE    *
      *               DECISION HERE. ONLY ONE CHANGE PER CATEGORY MAY  *
      *               AWAIT APPROVAL AT A TIME; A DECIDED RECORD IS    *
      *               REPLACED BY THE NEXT CHANGE KEYED FOR THE SAME   *
      *               CODE. THERE IS NO NET POSITION FIELD - ONLY THE  *
      *               BATCH ENGINE POSTS CAT-NET-POSITION.            *
      *****************************************************************
       01  CMNT-RECORD.
           05  CMNT-CAT-CODE            PIC X(02).
           05  CMNT-ACTION              PIC X(01).
               88  CMNT-ACTION-ADD      VALUE 'A'.
               88  CMNT-ACTION-UPDATE   VALUE 'U'.
               88  CMNT-ACTION-INACT    VALUE 'I'.
               88  CMNT-ACTION-REACT    VALUE 'R'.
               88  CMNT-ACTION-GROUP    VALUE 'G'.
           05  CMNT-DESCRIPTION         PIC X(30).
           05  CMNT-GROUP-CODE          PIC X(02).
           05  CMNT-STATUS              PIC X(01).
               88  CMNT-STATUS-ENTERED  VALUE 'E'.
               88  CMNT-STATUS-APPLIED  VALUE 'A'.
               88  CMNT-STATUS-REJECTED VALUE 'X'.
           05  CMNT-ENTRY-DATE          PIC X(08).
           05  CMNT-ENTRY-TIME          PIC X(06).
           05  CMNT-ENTRY-USER          PIC X(08).
           05  CMNT-APPROVE-USER        PIC X(08).
           05  CMNT-APPROVE-DATE        PIC X(08).
           05  CMNT-APPROVE-TIME        PIC X(06).
           05  FILLER                   PIC X(20).
