       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFHINQ'.
      *****************************************************************
      * MYFHINQ     - ONLINE POSTING HISTORY INQUIRY. PAGES THROUGH    *
      *               EVERY POSTING EVENT ON THE HISTFILE KSDS (FCT    *
      *               NAME HISTFILE, LAYOUT HISTREC) FOR THE KEYED     *
      *               RUN-ID TWELVE EVENTS AT A TIME, OLDEST FIRST,    *
      *               SHOWING POST DATE, TIME AND SEQUENCE, ENTRY      *
      *               TYPE, RANGE, TOTAL, CATEGORY AND REVERSAL-OF     *
      *               RUN-ID - THE SAME CHAIN THE MYFHIST BATCH REPORT *
      *               PRINTS, WHILE THE CALLER IS STILL ON THE PHONE.  *
      *               PRESS ENTER ALONE TO PAGE FORWARD FROM WHERE THE *
      *               LAST PAGE ENDED (RUN-ID AND POSITION RIDE IN THE *
      *               COMMAREA BETWEEN PSEUDOCONVERSATIONS). WHEN THE  *
      *               RUN IS A REVERSAL, THE RUN IT REVERSED IS SHOWN  *
      *               BESIDE THE RUN-ID AND KEYING Y IN FOLLOW JUMPS   *
      *               TO THAT RUN'S HISTORY. AN EVENT'S RANGE AND      *
      *               TOTAL ARE SHOWN ONLY WHEN THE SIGNED-ON USER     *
      *               HOLDS VIEW AUTHORITY FOR ITS CATEGORY ON THE     *
      *               USER AUTHORITY FILE (FCT NAME USRFILE, LAYOUT    *
      *               USRREC); AN EVENT WITH NO CATEGORY NEEDS AN      *
      *               ALL-CATEGORIES GRANT.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MYFHINQM.
       COPY HISTREC.
       COPY CATREC.
       COPY USRREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-BROWSE-KEY                PIC X(24) VALUE LOW-VALUES.
       01  WS-RESUME-SW                 PIC X(01) VALUE 'N'.
           88  WS-RESUMING              VALUE 'Y'.
       01  WS-NO-JUMP-SW                PIC X(01) VALUE 'N'.
           88  WS-NO-JUMP               VALUE 'Y'.
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
           05  WS-DL-POST-DATE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-POST-TIME          PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-POST-SEQ           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-ENTRY-TYPE         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-FIGURES.
               10  WS-DL-RANGE-FROM     PIC Z(08)9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DL-RANGE-TO       PIC Z(08)9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DL-TOTAL          PIC -(9)9.
           05  WS-DL-NO-VIEW REDEFINES WS-DL-FIGURES
                                        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-CATEGORY           PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DL-REVERSAL-OF        PIC X(08).
       01  WS-COMMAREA.
           05  WS-CA-RUN-ID             PIC X(08).
           05  WS-CA-NEXT-KEY           PIC X(24).
           05  WS-CA-MORE-SW            PIC X(01).
               88  WS-CA-MORE           VALUE 'Y'.
           05  WS-CA-REVERSED-RUN       PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-CA-RUN-ID             PIC X(08).
           05  LS-CA-NEXT-KEY           PIC X(24).
           05  LS-CA-MORE-SW            PIC X(01).
           05  LS-CA-REVERSED-RUN       PIC X(08).

       PROCEDURE DIVISION.

       MAINLINE.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
               MOVE SPACES TO WS-CA-RUN-ID
               MOVE LOW-VALUES TO WS-CA-NEXT-KEY
               MOVE 'N' TO WS-CA-MORE-SW
               MOVE SPACES TO WS-CA-REVERSED-RUN
           ELSE
               MOVE SPACES TO MYFHINQMO
               MOVE LOW-VALUES TO MYFHINQMI
               EXEC CICS RECEIVE
                   MAP('MYFHINQ')
                   MAPSET('MYFHINQM')
                   INTO(MYFHINQMI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES TO MYFHINQMI
               END-IF
               PERFORM SET-BROWSE-POSITION
               IF WS-CA-RUN-ID = SPACES
                   MOVE 'KEY A RUN ID' TO MSGO
                   MOVE LOW-VALUES TO WS-CA-NEXT-KEY
                   MOVE 'N' TO WS-CA-MORE-SW
                   MOVE SPACES TO WS-CA-REVERSED-RUN
               ELSE
                   PERFORM BUILD-HISTORY-PAGE
               END-IF
               PERFORM SEND-HISTORY-MAP
           END-IF.
           EXEC CICS RETURN
               TRANSID('MYFHINQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(41)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO MYFHINQMO.
           MOVE 'KEY A RUN ID TO SEE ITS POSTING HISTORY' TO MSGO.
           EXEC CICS SEND
               MAP('MYFHINQ')
               MAPSET('MYFHINQM')
               FROM(MYFHINQMO)
               ERASE
           END-EXEC.

      *****************************************************************
      * FOLLOW = Y STARTS A FRESH BROWSE ON THE RUN THE CURRENT RUN    *
      * REVERSED; A KEYED RUN-ID STARTS A FRESH BROWSE ON THAT RUN; A  *
      * BARE ENTER RESUMES THE CURRENT RUN FROM THE KEY SAVED IN THE   *
      * COMMAREA, AND AFTER ITS LAST EVENT WRAPS BACK TO ITS FIRST.    *
      * THE REVERSED RUN, ONCE SEEN ON AN EARLIER PAGE, IS CARRIED     *
      * FORWARD SO FOLLOW STILL WORKS FROM A LATER PAGE.              *
      *****************************************************************
       SET-BROWSE-POSITION.
           SET WS-RESUME-SW TO 'N'.
           SET WS-NO-JUMP-SW TO 'N'.
           MOVE SPACES TO WS-CA-REVERSED-RUN.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF JUMPI = 'Y'
               IF LS-CA-REVERSED-RUN NOT = SPACES
                   MOVE LS-CA-REVERSED-RUN TO WS-CA-RUN-ID
               ELSE
                   MOVE LS-CA-RUN-ID TO WS-CA-RUN-ID
                   SET WS-NO-JUMP TO TRUE
               END-IF
           ELSE
               IF RUNIDI NOT = SPACES AND RUNIDI NOT = LOW-VALUES
                   MOVE RUNIDI TO WS-CA-RUN-ID
               ELSE
                   MOVE LS-CA-RUN-ID TO WS-CA-RUN-ID
                   MOVE LS-CA-REVERSED-RUN TO WS-CA-REVERSED-RUN
                   IF LS-CA-MORE-SW = 'Y'
                       MOVE LS-CA-NEXT-KEY TO WS-BROWSE-KEY
                       SET WS-RESUMING TO TRUE
                   END-IF
               END-IF
           END-IF.

       BUILD-HISTORY-PAGE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PAGE-LINES.
           SET WS-PAGE-DONE-SW TO 'N'.
           MOVE 'N' TO WS-CA-MORE-SW.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-AUTH-USER.
           SET WS-AUTH-VIEW TO TRUE.
           IF WS-RESUMING
               MOVE WS-BROWSE-KEY TO HIST-KEY
           ELSE
               MOVE LOW-VALUES TO HIST-KEY
               MOVE WS-CA-RUN-ID TO HIST-RUN-ID
           END-IF.
           EXEC CICS STARTBR
               FILE('HISTFILE')
               RIDFLD(HIST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO POSTING HISTORY ON FILE FOR THIS RUN ID' TO MSGO
           ELSE
               PERFORM READ-NEXT-EVENT UNTIL WS-PAGE-DONE
               EXEC CICS ENDBR
                   FILE('HISTFILE')
               END-EXEC
           END-IF.
           PERFORM MOVE-PAGE-TO-MAP.
           MOVE WS-CA-RUN-ID TO RUNIDO.
           MOVE WS-CA-REVERSED-RUN TO REVRUNO.
           IF WS-NO-JUMP
               MOVE 'THIS RUN IS NOT A REVERSAL - NOTHING TO FOLLOW'
                   TO MSGO
           END-IF.

       READ-NEXT-EVENT.
           EXEC CICS READNEXT
               FILE('HISTFILE')
               INTO(HIST-RECORD)
               RIDFLD(HIST-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HIST-RUN-ID NOT = WS-CA-RUN-ID
               SET WS-PAGE-DONE TO TRUE
               IF WS-LINE-COUNT = 0 AND NOT WS-RESUMING
                   MOVE 'NO POSTING HISTORY ON FILE FOR THIS RUN ID'
                       TO MSGO
               ELSE
                   MOVE 'END OF RUN HISTORY - ENTER RESTARTS AT TOP'
                       TO MSGO
               END-IF
           ELSE
               IF WS-RESUMING
                   AND HIST-KEY = WS-BROWSE-KEY
                   CONTINUE
               ELSE
                   IF HIST-ENTRY-REVERSAL
                       AND HIST-REVERSAL-OF-RUN-ID NOT = SPACES
                       MOVE HIST-REVERSAL-OF-RUN-ID
                           TO WS-CA-REVERSED-RUN
                   END-IF
                   MOVE HIST-CATEGORY-CODE TO WS-AUTH-CATEGORY
                   PERFORM FIND-AUTHORITY-GROUP
                   PERFORM CHECK-USER-AUTHORITY
                   IF WS-AUTH-UNAVAILABLE
                       SET WS-PAGE-DONE TO TRUE
                       MOVE 'AUTHORITY FILE UNAVAILABLE - TRY LATER'
                           TO MSGO
                   ELSE
                       PERFORM ADD-EVENT-LINE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * EVERY EVENT IS LISTED SO THE CHAIN IS COMPLETE, BUT ITS RANGE  *
      * AND TOTAL ARE BLANKED OUT UNLESS THE USER MAY VIEW ITS         *
      * CATEGORY.                                                     *
      *****************************************************************
       ADD-EVENT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE HIST-POST-DATE TO WS-DL-POST-DATE.
           MOVE HIST-POST-TIME TO WS-DL-POST-TIME.
           MOVE HIST-POST-SEQ TO WS-DL-POST-SEQ.
           MOVE HIST-ENTRY-TYPE TO WS-DL-ENTRY-TYPE.
           MOVE SPACES TO WS-DL-NO-VIEW.
           IF WS-AUTHORIZED
               MOVE HIST-RANGE-FROM TO WS-DL-RANGE-FROM
               MOVE HIST-RANGE-TO TO WS-DL-RANGE-TO
               MOVE HIST-FINAL-TOTAL TO WS-DL-TOTAL
           ELSE
               MOVE '   ** NO VIEW AUTHORITY **' TO WS-DL-NO-VIEW
           END-IF.
           MOVE HIST-CATEGORY-CODE TO WS-DL-CATEGORY.
           MOVE HIST-REVERSAL-OF-RUN-ID TO WS-DL-REVERSAL-OF.
           MOVE WS-DETAIL-LINE TO WS-PAGE-LINE (WS-LINE-COUNT).
           IF WS-LINE-COUNT = 12
               SET WS-PAGE-DONE TO TRUE
               MOVE HIST-KEY TO WS-CA-NEXT-KEY
               MOVE 'Y' TO WS-CA-MORE-SW
               MOVE 'ENTER FOR THE NEXT PAGE' TO MSGO
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

       MOVE-PAGE-TO-MAP.
           MOVE WS-PAGE-LINE (1) TO LINE01O.
           MOVE WS-PAGE-LINE (2) TO LINE02O.
           MOVE WS-PAGE-LINE (3) TO LINE03O.
           MOVE WS-PAGE-LINE (4) TO LINE04O.
           MOVE WS-PAGE-LINE (5) TO LINE05O.
           MOVE WS-PAGE-LINE (6) TO LINE06O.
           MOVE WS-PAGE-LINE (7) TO LINE07O.
           MOVE WS-PAGE-LINE (8) TO LINE08O.
           MOVE WS-PAGE-LINE (9) TO LINE09O.
           MOVE WS-PAGE-LINE (10) TO LINE10O.
           MOVE WS-PAGE-LINE (11) TO LINE11O.
           MOVE WS-PAGE-LINE (12) TO LINE12O.

       SEND-HISTORY-MAP.
           EXEC CICS SEND
               MAP('MYFHINQ')
               MAPSET('MYFHINQM')
               FROM(MYFHINQMO)
               CURSOR
               ERASE
           END-EXEC.
