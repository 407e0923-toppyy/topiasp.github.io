      *****************************************************************
      * GRPCARD     - ROLLUP GROUP MASTER MAINTENANCE CARD             *
      *               ONE 80-BYTE CARD PER MAINTENANCE ACTION, READ    *
      *               BY THE MYFGRPLD UTILITY (SEE                     *
      *               HLASM/JCL/MYCOBGRP.JCL). ACTIONS: A ADDS A NEW   *
      *               GROUP, U REPLACES ITS DESCRIPTION, D DELETES IT  *
      *               (REFUSED WHILE ANY CATEGORY IS STILL ASSIGNED    *
      *               TO THE GROUP - SEE CAT-GROUP-CODE).              *
      *               GRPC-REQUESTER NAMES THE USER ID THAT ASKED FOR  *
      *               THE CHANGE; IT IS REQUIRED, AND IS CARRIED ONTO  *
      *               THE CHANGE LOG (SEE CHGREC).                    *
      *****************************************************************
       01  GRPC-RECORD.
           05  GRPC-ACTION              PIC X(01).
               88  GRPC-ACTION-ADD      VALUE 'A'.
               88  GRPC-ACTION-UPDATE   VALUE 'U'.
               88  GRPC-ACTION-DELETE   VALUE 'D'.
           05  GRPC-CODE                PIC X(02).
           05  GRPC-DESCRIPTION         PIC X(30).
           05  GRPC-REQUESTER           PIC X(08).
           05  FILLER                   PIC X(39).
