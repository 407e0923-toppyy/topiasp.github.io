      *               LEAVING THE RUN ID FIELD BLANK BROWSES BACKWARD  *
      *               FROM HIGH-VALUES TO FIND THE HIGHEST-KEYED (MOST *
      *               RECENT) RUN ON FILE.                             *
      *               THE RANGE AND TOTAL ARE SHOWN ONLY WHEN THE      *
      *               SIGNED-ON USER HOLDS VIEW AUTHORITY FOR THE      *
      *               RUN'S CATEGORY ON THE USER AUTHORITY FILE (FCT   *
      *               NAME USRFILE, LAYOUT USRREC); A RUN WITH NO      *
      *               CATEGORY NEEDS AN ALL-CATEGORIES GRANT.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-HIGH-KEY                  PIC X(08) VALUE HIGH-VALUES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-TOTAL-EDIT                PIC -(9)9.
       COPY CATREC.
       COPY USRREC.
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

       PROCEDURE DIVISION.

               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-VIEWABLE-RECORD
           ELSE
               MOVE 'RUN ID NOT FOUND ON INQFILE' TO MSGO
           END-IF.
                   FILE('INQFILE')
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-VIEWABLE-RECORD
               ELSE
                   MOVE 'NO RUNS RECORDED YET' TO MSGO
               END-IF
           END-IF.

      *****************************************************************
      * THE RUN-ID ITSELF IS NO SECRET, BUT ITS RANGE AND TOTAL ARE    *
      * SHOWN ONLY TO A USER WITH VIEW AUTHORITY FOR ITS CATEGORY.     *
      *****************************************************************
       SHOW-VIEWABLE-RECORD.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-AUTH-USER.
           SET WS-AUTH-VIEW TO TRUE.
           MOVE WS-INQ-CATEGORY-CODE TO WS-AUTH-CATEGORY.
           PERFORM FIND-AUTHORITY-GROUP.
           PERFORM CHECK-USER-AUTHORITY.
           IF WS-AUTHORIZED
               PERFORM MOVE-RECORD-TO-MAP
           ELSE
               MOVE WS-INQ-RUN-ID TO RUNIDO
               IF WS-AUTH-UNAVAILABLE
                   MOVE 'AUTHORITY FILE UNAVAILABLE - TRY LATER' TO MSGO
               ELSE
                   STRING 'USER ' WS-USER-ID
                       ' NOT AUTHORIZED TO VIEW CATEGORY '
                       WS-INQ-CATEGORY-CODE
                       DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       FIND-AUTHORITY-GROUP.
           MOVE SPACES TO WS-AUTH-GROUP.
           IF WS-AUTH-CATEGORY NOT = SPACES
               EXEC CICS READ
                   FILE('CATFILE')
                   INTO(CAT-RECORD)
                   RIDFLD(WS-AUTH-CATEGORY)
                   RESP(WS-AUTH-RESP)
               END-EXEC
               IF WS-AUTH-RESP = DFHRESP(NORMAL)
                   MOVE CAT-GROUP-CODE TO WS-AUTH-GROUP
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

       MOVE-RECORD-TO-MAP.
           MOVE WS-INQ-RUN-ID TO RUNIDO.
           MOVE WS-INQ-RUN-DATE TO RUNDTO.
