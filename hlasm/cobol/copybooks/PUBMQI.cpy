      *****************************************************************
      * PUBMQI      - MESSAGE QUEUE INTERFACE AREAS                    *
      *               WORKING-STORAGE FOR THE MQ CALLS (MQCONN,        *
      *               MQOPEN, MQPUT, MQCLOSE, MQDISC) THE POSTING      *
      *               EVENT PUBLISHERS MAKE: THE CONNECTION AND OBJECT *
      *               HANDLES, THE COMPLETION AND REASON CODES, AND    *
      *               VERSION-1 OBJECT DESCRIPTOR (MQOD), MESSAGE      *
      *               DESCRIPTOR (MQMD) AND PUT-MESSAGE OPTIONS        *
      *               (MQPMO) LAID OUT FIELD FOR FIELD AS THE MQI      *
      *               DEFINES THEM. MQI-OPEN-OPTIONS IS MQOO-OUTPUT    *
      *               PLUS MQOO-FAIL-IF-QUIESCING; MQI-PUT-OPTIONS IS  *
      *               MQPMO-NO-SYNCPOINT PLUS MQPMO-NEW-MSG-ID PLUS    *
      *               MQPMO-FAIL-IF-QUIESCING; MQI-CLOSE-OPTIONS IS    *
      *               MQCO-NONE. MESSAGES ARE PERSISTENT DATAGRAMS IN  *
      *               FORMAT MQSTR, PUT OUTSIDE SYNCPOINT SO A MESSAGE *
      *               IS SAFELY ON THE QUEUE THE MOMENT MQPUT RETURNS. *
      *               FIELDS THE PUBLISHERS NEVER SET KEEP THE MQI     *
      *               DEFAULTS GIVEN HERE.                            *
      *****************************************************************
       01  MQI-HCONN                    PIC S9(09) BINARY VALUE 0.
       01  MQI-HOBJ                     PIC S9(09) BINARY VALUE 0.
       01  MQI-COMPCODE                 PIC S9(09) BINARY VALUE 0.
           88  MQI-CC-OK                VALUE 0.
           88  MQI-CC-WARNING           VALUE 1.
           88  MQI-CC-FAILED            VALUE 2.
       01  MQI-REASON                   PIC S9(09) BINARY VALUE 0.
           88  MQI-RC-ALREADY-CONNECTED VALUE 2002.
       01  MQI-BUFFLEN                  PIC S9(09) BINARY VALUE 0.
       01  MQI-QMGR-NAME                PIC X(48) VALUE SPACES.
       01  MQI-OPEN-OPTIONS             PIC S9(09) BINARY VALUE 8208.
       01  MQI-PUT-OPTIONS              PIC S9(09) BINARY VALUE 8260.
       01  MQI-CLOSE-OPTIONS            PIC S9(09) BINARY VALUE 0.
       01  MQOD.
           05  MQOD-STRUCID             PIC X(04) VALUE 'OD  '.
           05  MQOD-VERSION             PIC S9(09) BINARY VALUE 1.
           05  MQOD-OBJECTTYPE          PIC S9(09) BINARY VALUE 1.
           05  MQOD-OBJECTNAME          PIC X(48) VALUE SPACES.
           05  MQOD-OBJECTQMGRNAME      PIC X(48) VALUE SPACES.
           05  MQOD-DYNAMICQNAME        PIC X(48) VALUE 'AMQ.*'.
           05  MQOD-ALTERNATEUSERID     PIC X(12) VALUE SPACES.
       01  MQMD.
           05  MQMD-STRUCID             PIC X(04) VALUE 'MD  '.
           05  MQMD-VERSION             PIC S9(09) BINARY VALUE 1.
           05  MQMD-REPORT              PIC S9(09) BINARY VALUE 0.
           05  MQMD-MSGTYPE             PIC S9(09) BINARY VALUE 8.
           05  MQMD-EXPIRY              PIC S9(09) BINARY VALUE -1.
           05  MQMD-FEEDBACK            PIC S9(09) BINARY VALUE 0.
           05  MQMD-ENCODING            PIC S9(09) BINARY VALUE 785.
           05  MQMD-CODEDCHARSETID      PIC S9(09) BINARY VALUE 0.
           05  MQMD-FORMAT              PIC X(08) VALUE 'MQSTR   '.
           05  MQMD-PRIORITY            PIC S9(09) BINARY VALUE -1.
           05  MQMD-PERSISTENCE         PIC S9(09) BINARY VALUE 1.
           05  MQMD-MSGID               PIC X(24) VALUE LOW-VALUES.
           05  MQMD-CORRELID            PIC X(24) VALUE LOW-VALUES.
           05  MQMD-BACKOUTCOUNT        PIC S9(09) BINARY VALUE 0.
           05  MQMD-REPLYTOQ            PIC X(48) VALUE SPACES.
           05  MQMD-REPLYTOQMGR         PIC X(48) VALUE SPACES.
           05  MQMD-USERIDENTIFIER      PIC X(12) VALUE SPACES.
           05  MQMD-ACCOUNTINGTOKEN     PIC X(32) VALUE LOW-VALUES.
           05  MQMD-APPLIDENTITYDATA    PIC X(32) VALUE SPACES.
           05  MQMD-PUTAPPLTYPE         PIC S9(09) BINARY VALUE 0.
           05  MQMD-PUTAPPLNAME         PIC X(28) VALUE SPACES.
           05  MQMD-PUTDATE             PIC X(08) VALUE SPACES.
           05  MQMD-PUTTIME             PIC X(08) VALUE SPACES.
           05  MQMD-APPLORIGINDATA      PIC X(04) VALUE SPACES.
       01  MQPMO.
           05  MQPMO-STRUCID            PIC X(04) VALUE 'PMO '.
           05  MQPMO-VERSION            PIC S9(09) BINARY VALUE 1.
           05  MQPMO-OPTIONS            PIC S9(09) BINARY VALUE 0.
           05  MQPMO-TIMEOUT            PIC S9(09) BINARY VALUE -1.
           05  MQPMO-CONTEXT            PIC S9(09) BINARY VALUE 0.
           05  MQPMO-KNOWNDESTCOUNT     PIC S9(09) BINARY VALUE 0.
           05  MQPMO-UNKNOWNDESTCOUNT   PIC S9(09) BINARY VALUE 0.
           05  MQPMO-INVALIDDESTCOUNT   PIC S9(09) BINARY VALUE 0.
           05  MQPMO-RESOLVEDQNAME      PIC X(48) VALUE SPACES.
           05  MQPMO-RESOLVEDQMGRNAME   PIC X(48) VALUE SPACES.
