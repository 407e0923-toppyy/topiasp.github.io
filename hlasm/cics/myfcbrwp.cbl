      *               INACTIVE CATEGORIES ONLY) TO NARROW, OR PRESS    *
      *               ENTER ALONE TO PAGE FORWARD FROM WHERE THE LAST  *
      *               PAGE ENDED (POSITION AND FILTER RIDE IN THE      *
      *               COMMAREA BETWEEN PSEUDOCONVERSATIONS).           *
      *               ONLY CATEGORIES THE SIGNED-ON USER HOLDS VIEW    *
      *               AUTHORITY FOR ON THE USER AUTHORITY FILE (FCT    *
      *               NAME USRFILE, LAYOUT USRREC) ARE LISTED - BY A   *
      *               CATEGORY, GROUP OR ALL-CATEGORIES GRANT.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MYFCBRWM.
       COPY CATREC.
       COPY USRREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-BROWSE-KEY                PIC X(02) VALUE LOW-VALUES.
       01  WS-FILTER                    PIC X(01) VALUE SPACE.
       01  WS-PAGE-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-PAGE-DONE             VALUE 'Y'.
       01  WS-LINE-COUNT                PIC 9(02) VALUE 0.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-AUTH-RESP                 PIC S9(08) COMP.
       01  WS-AUTH-RIGHT                PIC X(01) VALUE SPACE.
           88  WS-AUTH-ENTER            VALUE 'E'.
           88  WS-AUTH-APPROVE          VALUE 'A'.
           88  WS-AUTH-VIEW             VALUE 'V'.
       01  WS-AUTH-USER                 PIC X(08) VALUE SPACES.
       01  WS-AUTH-CATEGORY             PIC X(02) VALUE SPACES.
       01  WS-AUTH-GROUP                PIC X(02) VALUE SPACES.
       01  WS-AUTH-SW                   PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-UNAVAIL-SW           PIC X(01) VALUE 'N'.
           88  WS-AUTH-UNAVAILABLE      VALUE 'Y'.
       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE OCCURS 12 TIMES PIC X(65).
       01  WS-DETAIL-LINE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PAGE-LINES.
           SET WS-PAGE-DONE-SW TO 'N'.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-AUTH-USER.
           SET WS-AUTH-VIEW TO TRUE.
           MOVE WS-BROWSE-KEY TO CAT-CODE.
           EXEC CICS STARTBR
               FILE('CATFILE')
                       OR (WS-FILTER = 'I' AND CAT-ACTIVE)
                       CONTINUE
                   ELSE
                       MOVE CAT-CODE TO WS-AUTH-CATEGORY
                       MOVE CAT-GROUP-CODE TO WS-AUTH-GROUP
                       PERFORM CHECK-USER-AUTHORITY
                       EVALUATE TRUE
                           WHEN WS-AUTHORIZED
                               PERFORM ADD-CATEGORY-LINE
                           WHEN WS-AUTH-UNAVAILABLE
                               SET WS-PAGE-DONE TO TRUE
                               MOVE 'AUTHORITY FILE UNAVAILABLE'
                                   TO MSGO
                               MOVE 'N' TO WS-CA-MORE-SW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * GRANTS ADD UP: THE USER HOLDS THE RIGHT WHEN A GRANT ON THE    *
      * CATEGORY ITSELF, ON ITS ROLLUP GROUP, OR ON ALL CATEGORIES     *
      * GIVES IT. NO GRANT AT ALL MEANS NO RIGHT. A USRFILE THAT       *
      * CANNOT BE READ GRANTS NOTHING.                                *
      *****************************************************************
       CHECK-USER-AUTHORITY.
           SET WS-AUTH-SW TO 'N'.
           SET WS-AUTH-UNAVAIL-SW TO 'N'.
           IF WS-AUTH-CATEGORY NOT = SPACES
               MOVE 'C' TO USR-SCOPE-TYPE
               MOVE WS-AUTH-CATEGORY TO USR-SCOPE-CODE
               PERFORM PROBE-USER-AUTHORITY
           END-IF.
           IF NOT WS-AUTHORIZED
               AND WS-AUTH-GROUP NOT = SPACES
               MOVE 'G' TO USR-SCOPE-TYPE
               MOVE WS-AUTH-GROUP TO USR-SCOPE-CODE
               PERFORM PROBE-USER-AUTHORITY
           END-IF.
           IF NOT WS-AUTHORIZED
               MOVE 'A' TO USR-SCOPE-TYPE
               MOVE SPACES TO USR-SCOPE-CODE
               PERFORM PROBE-USER-AUTHORITY
           END-IF.

       PROBE-USER-AUTHORITY.
           MOVE WS-AUTH-USER TO USR-USER-ID.
           EXEC CICS READ
               FILE('USRFILE')
               INTO(USR-RECORD)
               RIDFLD(USR-KEY)
               RESP(WS-AUTH-RESP)
           END-EXEC.
           IF WS-AUTH-RESP = DFHRESP(NORMAL)
               IF (WS-AUTH-ENTER AND USR-MAY-ENTER)
                   OR (WS-AUTH-APPROVE AND USR-MAY-APPROVE)
                   OR (WS-AUTH-VIEW AND USR-MAY-VIEW)
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           ELSE
               IF WS-AUTH-RESP NOT = DFHRESP(NOTFND)
                   SET WS-AUTH-UNAVAILABLE TO TRUE
               END-IF
           END-IF.

       ADD-CATEGORY-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE CAT-CODE TO WS-DL-CODE.
           MOVE WS-PAGE-LINE (12) TO LINE12O.
           IF WS-LINE-COUNT = 0
               AND MSGO = SPACES
               MOVE 'NO CATEGORIES YOU MAY VIEW MATCHED THE FILTER'
                   TO MSGO
           END-IF.

       SEND-BROWSE-MAP.
