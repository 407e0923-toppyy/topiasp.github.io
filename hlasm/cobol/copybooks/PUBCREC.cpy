      *****************************************************************
      * PUBCREC     - POSTING EVENT PUBLISHING CONTROL RECORD          *
      *               THE SINGLE 80-BYTE RECORD OF THE PUBCTL KSDS     *
      *               (SEE HLASM/JCL/VSAM-DEFINE-PUBFILES.JCL, WHICH   *
      *               LOADS IT), KEY 'PUBLISH '. IT NAMES THE QUEUE    *
      *               MANAGER AND THE QUEUE THE POSTING EVENT MESSAGES *
      *               (SEE PUBREC) ARE PUT TO AND HOLDS THE LAST       *
      *               MESSAGE SEQUENCE ISSUED. EACH PUBLISHING PROGRAM *
      *               RE-READS IT FOR EVERY EVENT, ADDS ONE AND        *
      *               REWRITES IT BEFORE THE MESSAGE IS SENT OR HELD,  *
      *               SO THE SERIES NEVER REPEATS OR SKIPS ACROSS      *
      *               JOBS. OPERATIONS CHANGES THE QUEUE NAMES BY      *
      *               REPRO REPLACE OF THE WHOLE RECORD;               *
      *               PUBC-LAST-SEQUENCE MUST NEVER BE SET BACK.      *
      *****************************************************************
       01  PUBC-RECORD.
           05  PUBC-KEY                 PIC X(08).
           05  PUBC-LAST-SEQUENCE       PIC 9(09).
           05  PUBC-QMGR-NAME           PIC X(04).
           05  PUBC-QUEUE-NAME          PIC X(48).
           05  PUBC-LAST-DATE           PIC X(08).
           05  FILLER                   PIC X(03).
