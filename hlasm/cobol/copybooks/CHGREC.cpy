      *****************************************************************
      * CHGREC      - CONTROL/MASTER FILE CHANGE LOG RECORD            *
      *               ONE RECORD ON THE CHGLOG KSDS (SEE HLASM/JCL/    *
      *               VSAM-DEFINE-CHGFILE.JCL) FOR EVERY RECORD ADDED, *
      *               CHANGED OR DELETED ON A CONTROL OR MASTER FILE   *
      *               BY ITS MAINTENANCE PROGRAM - MYFCATLD AND THE    *
      *               MYFCAPP CICS APPROVAL (CATFILE), MYFLIMLD        *
      *               (LIMFILE), MYFTHRLD (THRFILE), MYFGRPLD (GROUP   *
      *               MASTER), MYFCALLD (CALFILE), MYFCLOSE            *
      *               (PERDFILE), MYFUSRLD (USRFILE, THE USER          *
      *               AUTHORITY FILE), MYFBUDLD (BUDFILE, THE CATEGORY *
      *               BUDGETS) AND MYFFXRLD (FXRFILE, THE EXCHANGE     *
      *               RATES). KEYED BY FILE, RECORD KEY, DATE, TIME    *
      *               AND A TIE-BREAK SEQUENCE FOR SAME-SECOND         *
      *               CHANGES, SO THE MYFCHGRP REPORT (SEE             *
      *               HLASM/JCL/MYCOBCHG.JCL) READS ONE FILE'S - OR    *
      *               ONE KEY'S - HISTORY IN ORDER. THE BEFORE IMAGE   *
      *               IS SPACES ON AN ADD AND THE AFTER IMAGE SPACES   *
      *               ON A DELETE. CHG-USER-ID IS THE SIGNED-ON USER   *
      *               FOR AN ONLINE CHANGE, THE REQUESTER PUNCHED ON   *
      *               THE CARD FOR A CARD-DRIVEN ONE, AND SPACES FOR   *
      *               THE SCHEDULED PERIOD CLOSE (THE JOB NAME SAYS    *
      *               WHO). THE LOG IS NEVER REWRITTEN.               *
      *****************************************************************
       01  CHG-RECORD.
           05  CHG-KEY.
               10  CHG-FILE-ID          PIC X(08).
               10  CHG-RECORD-KEY       PIC X(16).
               10  CHG-DATE             PIC X(08).
               10  CHG-TIME             PIC X(06).
               10  CHG-SEQ              PIC 9(02).
           05  CHG-ACTION               PIC X(01).
               88  CHG-ACTION-ADD       VALUE 'A'.
               88  CHG-ACTION-CHANGE    VALUE 'C'.
               88  CHG-ACTION-DELETE    VALUE 'D'.
           05  CHG-USER-ID              PIC X(08).
           05  CHG-JOB-NAME             PIC X(08).
           05  CHG-PROGRAM-ID           PIC X(08).
           05  CHG-BEFORE-IMAGE         PIC X(80).
           05  CHG-AFTER-IMAGE          PIC X(80).
           05  FILLER                   PIC X(15).
