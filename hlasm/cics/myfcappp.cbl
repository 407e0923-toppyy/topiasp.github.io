       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFCAPP'.
      *****************************************************************
      * MYFCAPP     - CATEGORY MASTER CHANGE APPROVAL TRANSACTION. THE *
      *               SECOND PAIR OF EYES ON THE CATMAINT KSDS (FCT    *
      *               NAME CMNTFILE, LAYOUT CMNTREC): CHANGES THE      *
      *               MYFCMNT TRANSACTION HOLDS LAND IN ENTERED STATUS *
      *               AND THE CATEGORY MASTER IS NOT TOUCHED UNTIL AN  *
      *               APPROVER - A DIFFERENT USER ID THAN THE ONE THAT *
      *               KEYED THE CHANGE - APPROVES THEM HERE. ENTER     *
      *               WITH THE CATEGORY BLANK TO BROWSE TO THE NEXT    *
      *               CHANGE STILL AWAITING APPROVAL, OR KEY A         *
      *               CATEGORY TO DISPLAY ITS LATEST CHANGE; KEY       *
      *               DECISION 'A' (APPROVE) OR 'R' (REJECT) WITH THE  *
      *               CATEGORY TO DECIDE IT. AN APPROVED CHANGE IS     *
      *               APPLIED TO CATFILE (FCT NAME CATFILE, LAYOUT     *
      *               CATREC) IN THE SAME UNIT OF WORK THAT STAMPS THE *
      *               DECISION, EXACTLY AS MYFCATLD WOULD APPLY THE    *
      *               EQUIVALENT CARD: AN ADD STARTS ACTIVE AT A ZERO  *
      *               NET POSITION, AND NO ACTION EVER ALTERS          *
      *               CAT-NET-POSITION. A GROUP CODE IS RE-CHECKED     *
      *               AGAINST THE GROUP MASTER (FCT NAME GRPFILE,      *
      *               LAYOUT GRPREC) AT APPROVAL, AND A CHANGE THE     *
      *               MASTER NO LONGER ALLOWS (THE CODE ADDED OR       *
      *               REMOVED SINCE IT WAS KEYED) IS REFUSED SO THE    *
      *               APPROVER CAN REJECT IT. EVERY APPLIED CHANGE     *
      *               ALSO WRITES ITS BEFORE/AFTER IMAGE TO THE        *
      *               CHANGE LOG (FCT NAME CHGFILE, LAYOUT CHGREC)     *
      *               UNDER THE APPROVER'S USER ID, IN THE SAME UNIT   *
      *               OF WORK.                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MYFCAPPM.
       COPY CMNTREC.
       COPY CATREC.
       COPY GRPREC.
       COPY CHGREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-BROWSE-KEY                PIC X(02) VALUE LOW-VALUES.
       01  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-APPLY-SW                  PIC X(01) VALUE 'Y'.
           88  WS-APPLY-OK              VALUE 'Y'.
           88  WS-APPLY-BAD             VALUE 'N'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-POSITION-EDIT             PIC -(9)9.

       PROCEDURE DIVISION.

       MAINLINE.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE SPACES TO MYFCAPPMO
               MOVE LOW-VALUES TO MYFCAPPMI
               EXEC CICS RECEIVE
                   MAP('MYFCAPP')
                   MAPSET('MYFCAPPM')
                   INTO(MYFCAPPMI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES TO MYFCAPPMI
               END-IF
               IF CATEGI = SPACES OR LOW-VALUES
                   PERFORM FIND-NEXT-AWAITING
               ELSE
                   IF DECIDEI = 'A' OR DECIDEI = 'R'
                       PERFORM DECIDE-CHANGE
                   ELSE
                       PERFORM DISPLAY-CHANGE
                   END-IF
               END-IF
               PERFORM SEND-APPROVAL-MAP
           END-IF.
           EXEC CICS RETURN
               TRANSID('MYFCAPP')
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO MYFCAPPMO.
           EXEC CICS SEND
               MAP('MYFCAPP')
               MAPSET('MYFCAPPM')
               FROM(MYFCAPPMO)
               ERASE
           END-EXEC.

      *****************************************************************
      * BROWSE FORWARD FROM THE TOP OF CATMAINT TO THE FIRST CHANGE    *
      * STILL IN ENTERED STATUS, SO THE APPROVER WORKS THE QUEUE       *
      * WITHOUT KNOWING THE CATEGORY CODES IN ADVANCE.                *
      *****************************************************************
       FIND-NEXT-AWAITING.
           SET WS-FOUND-SW TO 'N'.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('CMNTFILE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CATEGORY CHANGES ON FILE' TO MSGO
           ELSE
               PERFORM READ-NEXT-AWAITING
                   UNTIL WS-ENTRY-FOUND
                   OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   FILE('CMNTFILE')
               END-EXEC
               IF WS-ENTRY-FOUND
                   PERFORM MOVE-CHANGE-TO-MAP
                   PERFORM SHOW-MASTER-RECORD
                   MOVE 'KEY DECISION A OR R WITH THE CATEGORY'
                       TO MSGO
               ELSE
                   MOVE 'NOTHING AWAITING APPROVAL' TO MSGO
               END-IF
           END-IF.

       READ-NEXT-AWAITING.
           EXEC CICS READNEXT
               FILE('CMNTFILE')
               INTO(CMNT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND CMNT-STATUS-ENTERED
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       DISPLAY-CHANGE.
           MOVE CATEGI TO CMNT-CAT-CODE.
           EXEC CICS READ
               FILE('CMNTFILE')
               INTO(CMNT-RECORD)
               RIDFLD(CMNT-CAT-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM MOVE-CHANGE-TO-MAP
               PERFORM SHOW-MASTER-RECORD
               IF CMNT-STATUS-ENTERED
                   MOVE 'KEY DECISION A OR R WITH THE CATEGORY'
                       TO MSGO
               ELSE
                   MOVE 'CHANGE IS NOT AWAITING APPROVAL' TO MSGO
               END-IF
           ELSE
               MOVE CATEGI TO CATEGO
               MOVE 'NO CHANGE ON FILE FOR THIS CATEGORY' TO MSGO
           END-IF.

      *****************************************************************
      * THE DECISION PATH: READ FOR UPDATE, REFUSE ANYTHING NOT IN     *
      * ENTERED STATUS, AND REFUSE A DECISION BY THE USER ID THAT      *
      * KEYED THE CHANGE - THE SAME DUAL-CONTROL RULE MYFPAPP          *
      * ENFORCES FOR PARAMETERS. AN APPROVAL THAT CANNOT BE APPLIED    *
      * TO THE MASTER LEAVES THE CHANGE ENTERED.                      *
      *****************************************************************
       DECIDE-CHANGE.
           MOVE CATEGI TO CMNT-CAT-CODE.
           EXEC CICS READ
               FILE('CMNTFILE')
               INTO(CMNT-RECORD)
               RIDFLD(CMNT-CAT-CODE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE CATEGI TO CATEGO
               MOVE 'NO CHANGE ON FILE FOR THIS CATEGORY' TO MSGO
           ELSE
               PERFORM MOVE-CHANGE-TO-MAP
               IF NOT CMNT-STATUS-ENTERED
                   EXEC CICS UNLOCK
                       FILE('CMNTFILE')
                   END-EXEC
                   MOVE 'CHANGE IS NOT AWAITING APPROVAL' TO MSGO
               ELSE
                   EXEC CICS ASSIGN
                       USERID(WS-USER-ID)
                   END-EXEC
                   IF WS-USER-ID = CMNT-ENTRY-USER
                       EXEC CICS UNLOCK
                           FILE('CMNTFILE')
                       END-EXEC
                       MOVE 'APPROVER MUST DIFFER FROM ENTRY USER'
                           TO MSGO
                   ELSE
                       SET WS-APPLY-OK TO TRUE
                       IF DECIDEI = 'A'
                           PERFORM APPLY-CHANGE-TO-MASTER
                       END-IF
                       IF WS-APPLY-OK
                           PERFORM RECORD-DECISION
                       ELSE
                           EXEC CICS UNLOCK
                               FILE('CMNTFILE')
                           END-EXEC
                       END-IF
                   END-IF
               END-IF
               PERFORM SHOW-MASTER-RECORD
           END-IF.

      *****************************************************************
      * APPLY THE CHANGE THE WAY MYFCATLD APPLIES THE EQUIVALENT CARD. *
      * ONLY THE DESCRIPTION, ACTIVE FLAG AND GROUP CODE ARE EVER      *
      * MOVED; THE REST OF THE RECORD IS REWRITTEN AS READ.           *
      *****************************************************************
       APPLY-CHANGE-TO-MASTER.
           IF (CMNT-ACTION-ADD OR CMNT-ACTION-GROUP)
               AND CMNT-GROUP-CODE NOT = SPACES
               PERFORM EDIT-CHANGE-GROUP
           END-IF.
           IF WS-APPLY-OK
               IF CMNT-ACTION-ADD
                   PERFORM ADD-MASTER-CATEGORY
               ELSE
                   PERFORM CHANGE-MASTER-CATEGORY
               END-IF
           END-IF.
           IF WS-APPLY-OK
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       EDIT-CHANGE-GROUP.
           EXEC CICS READ
               FILE('GRPFILE')
               INTO(GRP-RECORD)
               RIDFLD(CMNT-GROUP-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-BAD TO TRUE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'GROUP NO LONGER ON GROUP MASTER - REJECT IT'
                       TO MSGO
               ELSE
                   MOVE 'GROUP MASTER UNAVAILABLE - TRY LATER' TO MSGO
               END-IF
           END-IF.

       ADD-MASTER-CATEGORY.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE.
           MOVE SPACES TO CAT-RECORD.
           MOVE CMNT-CAT-CODE TO CAT-CODE.
           MOVE CMNT-DESCRIPTION TO CAT-DESCRIPTION.
           SET CAT-ACTIVE TO TRUE.
           MOVE 0 TO CAT-NET-POSITION.
           MOVE SPACES TO CAT-LAST-POST-DATE.
           MOVE CMNT-GROUP-CODE TO CAT-GROUP-CODE.
           EXEC CICS WRITE
               FILE('CATFILE')
               FROM(CAT-RECORD)
               RIDFLD(CAT-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-BAD TO TRUE
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE 'CATEGORY ALREADY ON MASTER - REJECT IT' TO MSGO
               ELSE
                   MOVE 'CATFILE WRITE FAILED - CALL SUPPORT' TO MSGO
               END-IF
           END-IF.

       CHANGE-MASTER-CATEGORY.
           EXEC CICS READ
               FILE('CATFILE')
               INTO(CAT-RECORD)
               RIDFLD(CMNT-CAT-CODE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-BAD TO TRUE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'CATEGORY NO LONGER ON MASTER - REJECT IT' TO
                       MSGO
               ELSE
                   MOVE 'CATEGORY MASTER UNAVAILABLE - TRY LATER' TO
                       MSGO
               END-IF
           ELSE
               MOVE CAT-RECORD TO WS-CHG-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN CMNT-ACTION-UPDATE
                       MOVE CMNT-DESCRIPTION TO CAT-DESCRIPTION
                   WHEN CMNT-ACTION-INACT
                       SET CAT-INACTIVE TO TRUE
                   WHEN CMNT-ACTION-REACT
                       SET CAT-ACTIVE TO TRUE
                   WHEN CMNT-ACTION-GROUP
                       MOVE CMNT-GROUP-CODE TO CAT-GROUP-CODE
               END-EVALUATE
               EXEC CICS REWRITE
                   FILE('CATFILE')
                   FROM(CAT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-APPLY-BAD TO TRUE
                   MOVE 'CATFILE REWRITE FAILED - CALL SUPPORT' TO MSGO
               END-IF
           END-IF.

      *****************************************************************
      * LOG THE APPLIED CHANGE UNDER THE APPROVER, WHO MADE IT. A      *
      * SAME-SECOND KEY CLASH TAKES THE NEXT SEQUENCE AS THE BATCH     *
      * WRITERS DO; ANY OTHER FAILURE BACKS THE MASTER UPDATE OUT -    *
      * A CATEGORY CHANGE MUST NEVER STAND WITHOUT ITS LOG RECORD.     *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'CATFILE' TO CHG-FILE-ID.
           MOVE CMNT-CAT-CODE TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           IF CMNT-ACTION-ADD
               SET CHG-ACTION-ADD TO TRUE
           ELSE
               SET CHG-ACTION-CHANGE TO TRUE
           END-IF.
           MOVE WS-USER-ID TO CHG-USER-ID.
           MOVE 'MYFCAPP' TO CHG-JOB-NAME.
           MOVE 'MYFCAPP' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE CAT-RECORD TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               SET WS-APPLY-BAD TO TRUE
               EXEC CICS SYNCPOINT
                   ROLLBACK
               END-EXEC
               MOVE 'CHANGE LOG WRITE FAILED - BACKED OUT, CALL SUPPORT'
                   TO MSGO
           END-IF.

       TRY-CHANGE-LOG-WRITE.
           EXEC CICS WRITE
               FILE('CHGFILE')
               FROM(CHG-RECORD)
               RIDFLD(CHG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-CHG-WRITTEN-SW TO 'Y'
               WHEN WS-RESP = DFHRESP(DUPREC)
                   ADD 1 TO CHG-SEQ
               WHEN OTHER
                   MOVE 99 TO CHG-SEQ
           END-EVALUATE.

      *****************************************************************
      * STAMP THE DECISION. IF THE STAMP CANNOT BE WRITTEN AFTER THE   *
      * MASTER WAS UPDATED, BACK THE MASTER UPDATE OUT AS WELL - A     *
      * CATEGORY CHANGE MUST NEVER STAND WITHOUT ITS APPROVER.        *
      *****************************************************************
       RECORD-DECISION.
           IF DECIDEI = 'A'
               SET CMNT-STATUS-APPLIED TO TRUE
           ELSE
               SET CMNT-STATUS-REJECTED TO TRUE
           END-IF.
           MOVE WS-USER-ID TO CMNT-APPROVE-USER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CMNT-APPROVE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CMNT-APPROVE-TIME.
           EXEC CICS REWRITE
               FILE('CMNTFILE')
               FROM(CMNT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                   ROLLBACK
               END-EXEC
               MOVE 'CATMAINT REWRITE FAILED - BACKED OUT, CALL SUPPORT'
                   TO MSGO
           ELSE
               PERFORM MOVE-CHANGE-TO-MAP
               IF DECIDEI = 'A'
                   MOVE 'CHANGE APPROVED AND APPLIED TO CATEGORY MASTER'
                       TO MSGO
               ELSE
                   MOVE 'CHANGE REJECTED' TO MSGO
               END-IF
           END-IF.

       MOVE-CHANGE-TO-MAP.
           MOVE CMNT-CAT-CODE TO CATEGO.
           MOVE CMNT-ACTION TO REQACTO.
           MOVE CMNT-DESCRIPTION TO DESCO.
           MOVE CMNT-GROUP-CODE TO GROUPO.
           MOVE CMNT-ENTRY-USER TO ENTUSRO.
           MOVE CMNT-ENTRY-DATE TO ENTDTO.
           MOVE CMNT-ENTRY-TIME TO ENTTMO.
           EVALUATE TRUE
               WHEN CMNT-STATUS-ENTERED
                   MOVE 'ENTERED' TO STATO
               WHEN CMNT-STATUS-APPLIED
                   MOVE 'APPLIED' TO STATO
               WHEN CMNT-STATUS-REJECTED
                   MOVE 'REJECTED' TO STATO
               WHEN OTHER
                   MOVE CMNT-STATUS TO STATO
           END-EVALUATE.

       SHOW-MASTER-RECORD.
           EXEC CICS READ
               FILE('CATFILE')
               INTO(CAT-RECORD)
               RIDFLD(CMNT-CAT-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CAT-DESCRIPTION TO CURDSCO
               MOVE CAT-ACTIVE-FLAG TO CURACTO
               MOVE CAT-GROUP-CODE TO CURGRPO
               MOVE CAT-NET-POSITION TO WS-POSITION-EDIT
               MOVE WS-POSITION-EDIT TO NETPOSO
           ELSE
               MOVE 'NOT ON CATEGORY MASTER' TO CURDSCO
               MOVE SPACES TO CURACTO
               MOVE SPACES TO CURGRPO
               MOVE SPACES TO NETPOSO
           END-IF.

       SEND-APPROVAL-MAP.
           EXEC CICS SEND
               MAP('MYFCAPP')
               MAPSET('MYFCAPPM')
               FROM(MYFCAPPMO)
               CURSOR
               ERASE
           END-EXEC.
