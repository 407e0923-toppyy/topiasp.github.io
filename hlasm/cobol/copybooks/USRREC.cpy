      *****************************************************************
      * USRREC      - USER CATEGORY AUTHORITY RECORD                   *
      *               ONE RECORD PER GRANT ON THE USRAUTH KSDS (SEE    *
      *               HLASM/JCL/VSAM-DEFINE-USRFILE.JCL), KEYED BY     *
      *               USER ID, SCOPE TYPE AND SCOPE CODE. A GRANT      *
      *               COVERS ONE CATEGORY (SCOPE 'C', CODE CAT-CODE),  *
      *               EVERY CATEGORY IN ONE ROLLUP GROUP (SCOPE 'G',   *
      *               CODE CAT-GROUP-CODE), OR EVERY CATEGORY          *
      *               (SCOPE 'A', CODE SPACES), AND SAYS WHETHER THE   *
      *               USER MAY ENTER PARAMETERS FOR IT ON MYFPENT,     *
      *               APPROVE THEM ON MYFPAPP, OR VIEW ITS POSITIONS   *
      *               AND TOTALS ON MYFCBRW, MYFINQ AND MYFHINQ.       *
      *               GRANTS ADD UP: A USER HOLDS A RIGHT ON A         *
      *               CATEGORY WHEN ANY OF THE CATEGORY, ITS GROUP, OR *
      *               AN ALL-CATEGORIES GRANT GIVES IT, AND A USER     *
      *               WITH NO GRANT HOLDS NO RIGHT. A DETAIL-MODE RUN  *
      *               POSTS WHATEVER CATEGORIES ITS DETAIL RECORDS     *
      *               CARRY, SO ONLY AN ALL-CATEGORIES GRANT COVERS    *
      *               IT. MYFPEXT CHECKS THE ENTERING AND APPROVING    *
      *               USERS AGAIN AT EXTRACT TIME. MAINTAINED BY THE   *
      *               MYFUSRLD UTILITY (SEE HLASM/JCL/MYCOBUSR.JCL).  *
      *****************************************************************
       01  USR-RECORD.
           05  USR-KEY.
               10  USR-USER-ID          PIC X(08).
               10  USR-SCOPE-TYPE       PIC X(01).
                   88  USR-SCOPE-CATEGORY VALUE 'C'.
                   88  USR-SCOPE-GROUP  VALUE 'G'.
                   88  USR-SCOPE-ALL    VALUE 'A'.
               10  USR-SCOPE-CODE       PIC X(02).
           05  USR-ENTER-FLAG           PIC X(01).
               88  USR-MAY-ENTER        VALUE 'Y'.
           05  USR-APPROVE-FLAG         PIC X(01).
               88  USR-MAY-APPROVE      VALUE 'Y'.
           05  USR-VIEW-FLAG            PIC X(01).
               88  USR-MAY-VIEW         VALUE 'Y'.
           05  USR-CHANGE-DATE          PIC X(08).
           05  USR-CHANGE-USER          PIC X(08).
           05  FILLER                   PIC X(50).
