       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFCMNT'.
      *****************************************************************
      * MYFCMNT     - ONLINE CATEGORY MASTER CHANGE ENTRY. THE ONLINE  *
      *               COUNTERPART OF THE MYFCATLD CARD UTILITY: THE    *
      *               OPERATOR KEYS A CATEGORY CODE TO SEE ITS MASTER  *
      *               RECORD (FCT NAME CATFILE, LAYOUT CATREC) AND     *
      *               ANY CHANGE STILL AWAITING APPROVAL, THEN KEYS    *
      *               AN ACTION ON THE MYFCMNT MAP (MAPSET MYFCMNTM) - *
      *               A ADDS A CATEGORY, U REPLACES THE DESCRIPTION,   *
      *               I INACTIVATES, R REACTIVATES, G ASSIGNS THE      *
      *               ROLLUP GROUP (BLANK REMOVES IT). THE SAME EDITS  *
      *               MYFCATLD RUNS ARE APPLIED HERE, A NONBLANK       *
      *               GROUP MUST BE ON THE GROUP MASTER (FCT NAME      *
      *               GRPFILE, LAYOUT GRPREC), AND AN ACCEPTED CHANGE  *
      *               IS HELD ON THE CATMAINT KSDS (FCT NAME CMNTFILE, *
      *               LAYOUT CMNTREC) IN ENTERED STATUS, STAMPED WITH  *
      *               THE KEYING USER ID. NOTHING REACHES CATFILE      *
      *               UNTIL A SECOND OPERATOR APPROVES THE CHANGE      *
      *               THROUGH THE MYFCAPP TRANSACTION - THE SAME DUAL  *
      *               CONTROL MYFPENT AND MYFPAPP GIVE PARAMETERS.     *
      *               ONE CHANGE PER CATEGORY MAY AWAIT APPROVAL AT A  *
      *               TIME. THE NET POSITION IS DISPLAYED PROTECTED    *
      *               AND IS NEVER CARRIED ON THE CHANGE - ONLY THE    *
      *               BATCH ENGINE POSTS IT.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MYFCMNTM.
       COPY CATREC.
       COPY GRPREC.
       COPY CMNTREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-CHANGE-VALID-SW           PIC X(01) VALUE 'Y'.
           88  WS-CHANGE-OK             VALUE 'Y'.
           88  WS-CHANGE-BAD            VALUE 'N'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-CAT-STATE-SW              PIC X(01) VALUE 'N'.
           88  WS-CAT-ON-MASTER         VALUE 'F'.
           88  WS-CAT-NOT-ON-MASTER     VALUE 'N'.
           88  WS-CAT-UNAVAILABLE       VALUE 'E'.
       01  WS-CMNT-STATE-SW             PIC X(01) VALUE 'N'.
           88  WS-CMNT-AWAITING         VALUE 'W'.
           88  WS-CMNT-DECIDED          VALUE 'D'.
           88  WS-CMNT-NONE             VALUE 'N'.
           88  WS-CMNT-UNAVAILABLE      VALUE 'E'.
       01  WS-POSITION-EDIT             PIC -(9)9.

       PROCEDURE DIVISION.

       MAINLINE.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE SPACES TO MYFCMNTMO
               MOVE LOW-VALUES TO MYFCMNTMI
               EXEC CICS RECEIVE
                   MAP('MYFCMNT')
                   MAPSET('MYFCMNTM')
                   INTO(MYFCMNTMI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES TO MYFCMNTMI
               END-IF
               PERFORM NORMALIZE-CHANGE-FIELDS
               IF CATEGI = SPACES
                   MOVE 'CATEGORY CODE REQUIRED' TO MSGO
               ELSE
                   PERFORM SHOW-CATEGORY-STATE
                   IF ACTIONI = SPACES
                       PERFORM PROMPT-FOR-ACTION
                   ELSE
                       PERFORM EDIT-CHANGE-ENTRY
                       IF WS-CHANGE-OK
                           PERFORM QUEUE-CATEGORY-CHANGE
                       END-IF
                   END-IF
               END-IF
               PERFORM REDISPLAY-CHANGE-FIELDS
               PERFORM SEND-CHANGE-MAP
           END-IF.
           EXEC CICS RETURN
               TRANSID('MYFCMNT')
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO MYFCMNTMO.
           EXEC CICS SEND
               MAP('MYFCMNT')
               MAPSET('MYFCMNTM')
               FROM(MYFCMNTMO)
               ERASE
           END-EXEC.

      *****************************************************************
      * A FIELD THE OPERATOR LEFT UNTOUCHED COMES BACK AS LOW-VALUES;  *
      * MAKE EVERY KEYED FIELD SPACES INSTEAD SO THE HELD CHANGE       *
      * CARRIES DISPLAYABLE DATA AND A BLANK GROUP MEANS "REMOVE".    *
      *****************************************************************
       NORMALIZE-CHANGE-FIELDS.
           IF CATEGI = LOW-VALUES
               MOVE SPACES TO CATEGI
           END-IF.
           IF ACTIONI = LOW-VALUES
               MOVE SPACES TO ACTIONI
           END-IF.
           IF DESCI = LOW-VALUES
               MOVE SPACES TO DESCI
           END-IF.
           IF GROUPI = LOW-VALUES
               MOVE SPACES TO GROUPI
           END-IF.

      *****************************************************************
      * SHOW THE MASTER RECORD AS IT STANDS AND THE LATEST CHANGE ON   *
      * THE CATMAINT FILE FOR THE CODE, SO THE OPERATOR SEES WHAT IS   *
      * ALREADY THERE - AND WHAT IS ALREADY WAITING - BEFORE KEYING.  *
      *****************************************************************
       SHOW-CATEGORY-STATE.
           EXEC CICS READ
               FILE('CATFILE')
               INTO(CAT-RECORD)
               RIDFLD(CATEGI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-CAT-ON-MASTER TO TRUE
               MOVE CAT-DESCRIPTION TO CURDSCO
               MOVE CAT-ACTIVE-FLAG TO CURACTO
               MOVE CAT-GROUP-CODE TO CURGRPO
               MOVE CAT-NET-POSITION TO WS-POSITION-EDIT
               MOVE WS-POSITION-EDIT TO NETPOSO
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   SET WS-CAT-NOT-ON-MASTER TO TRUE
                   MOVE 'NOT ON CATEGORY MASTER' TO CURDSCO
               ELSE
                   SET WS-CAT-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
           EXEC CICS READ
               FILE('CMNTFILE')
               INTO(CMNT-RECORD)
               RIDFLD(CATEGI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF CMNT-STATUS-ENTERED
                   SET WS-CMNT-AWAITING TO TRUE
               ELSE
                   SET WS-CMNT-DECIDED TO TRUE
               END-IF
               PERFORM MOVE-CHANGE-STATUS-TO-MAP
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   SET WS-CMNT-NONE TO TRUE
               ELSE
                   SET WS-CMNT-UNAVAILABLE TO TRUE
               END-IF
           END-IF.

       PROMPT-FOR-ACTION.
           EVALUATE TRUE
               WHEN WS-CAT-UNAVAILABLE
                   MOVE 'CATEGORY MASTER UNAVAILABLE - TRY LATER' TO
                       MSGO
               WHEN WS-CMNT-AWAITING
                   MOVE 'CHANGE ALREADY AWAITING APPROVAL'
                       TO MSGO
               WHEN WS-CAT-NOT-ON-MASTER
                   MOVE 'KEY ACTION A WITH DESCRIPTION AND GROUP TO ADD'
                       TO MSGO
               WHEN OTHER
                   MOVE 'KEY ACTION U, I, R OR G TO REQUEST A CHANGE'
                       TO MSGO
           END-EVALUATE.

      *****************************************************************
      * THE ACTION CHECKS APPLY-MAINTENANCE-ACTION RUNS IN MYFCATLD -  *
      * AN ADD MUST BE A NEW CODE, EVERY OTHER ACTION AN EXISTING ONE, *
      * AND A NONBLANK GROUP MUST BE ON THE GROUP MASTER - PLUS THE    *
      * ONES ONLY A SCREEN CAN MAKE: A DESCRIPTION IS KEYED FOR AN     *
      * ADD OR UPDATE, AND A CHANGE THAT WOULD ALTER NOTHING IS        *
      * REFUSED RATHER THAN SENT TO AN APPROVER.                      *
      *****************************************************************
       EDIT-CHANGE-ENTRY.
           SET WS-CHANGE-OK TO TRUE.
           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'U'
               AND ACTIONI NOT = 'I' AND ACTIONI NOT = 'R'
               AND ACTIONI NOT = 'G'
               SET WS-CHANGE-BAD TO TRUE
               MOVE 'ACTION MUST BE A, U, I, R OR G' TO
                   WS-EDIT-ERROR-TEXT
           ELSE
               EVALUATE TRUE
                   WHEN WS-CAT-UNAVAILABLE
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY MASTER UNAVAILABLE - TRY LATER'
                           TO WS-EDIT-ERROR-TEXT
                   WHEN WS-CMNT-UNAVAILABLE
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CHANGE FILE UNAVAILABLE - TRY LATER' TO
                           WS-EDIT-ERROR-TEXT
                   WHEN WS-CMNT-AWAITING
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CHANGE ALREADY AWAITING APPROVAL' TO
                           WS-EDIT-ERROR-TEXT
               END-EVALUATE
           END-IF.
           IF WS-CHANGE-OK
               IF ACTIONI = 'A'
                   IF WS-CAT-ON-MASTER
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY ALREADY ON CATEGORY MASTER' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               ELSE
                   IF WS-CAT-NOT-ON-MASTER
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY NOT ON CATEGORY MASTER' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-CHANGE-OK
               PERFORM EDIT-ACTION-FIELDS
           END-IF.
           IF WS-CHANGE-OK
               AND (ACTIONI = 'A' OR ACTIONI = 'G')
               AND GROUPI NOT = SPACES
               PERFORM EDIT-GROUP-ENTRY
           END-IF.
           IF WS-CHANGE-BAD
               MOVE WS-EDIT-ERROR-TEXT TO MSGO
           END-IF.

       EDIT-ACTION-FIELDS.
           EVALUATE ACTIONI
               WHEN 'A'
                   IF DESCI = SPACES
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'DESCRIPTION REQUIRED TO ADD A CATEGORY' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               WHEN 'U'
                   IF DESCI = SPACES
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'NEW DESCRIPTION REQUIRED' TO
                           WS-EDIT-ERROR-TEXT
                   ELSE
                       IF DESCI = CAT-DESCRIPTION
                           SET WS-CHANGE-BAD TO TRUE
                           MOVE 'DESCRIPTION IS UNCHANGED' TO
                               WS-EDIT-ERROR-TEXT
                       END-IF
                   END-IF
               WHEN 'I'
                   IF CAT-INACTIVE
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY IS ALREADY INACTIVE' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               WHEN 'R'
                   IF CAT-ACTIVE
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY IS ALREADY ACTIVE' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
               WHEN 'G'
                   IF GROUPI = CAT-GROUP-CODE
                       SET WS-CHANGE-BAD TO TRUE
                       MOVE 'CATEGORY IS ALREADY IN THAT GROUP' TO
                           WS-EDIT-ERROR-TEXT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * SAME GROUP CHECK EDIT-GROUP-CODE RUNS IN MYFCATLD: A NONBLANK  *
      * GROUP MUST BE ON THE GROUP MASTER, SO A MISKEYED CODE CANNOT   *
      * OPEN A PHANTOM GROUP ON THE CLOSING STATEMENT.                *
      *****************************************************************
       EDIT-GROUP-ENTRY.
           EXEC CICS READ
               FILE('GRPFILE')
               INTO(GRP-RECORD)
               RIDFLD(GROUPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GRP-DESCRIPTION TO GRPDSCO
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   SET WS-CHANGE-BAD TO TRUE
                   MOVE 'GROUP NOT ON GROUP MASTER' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   SET WS-CHANGE-BAD TO TRUE
                   MOVE 'GROUP MASTER UNAVAILABLE - TRY LATER' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.

      *****************************************************************
      * HOLD THE CHANGE ON CATMAINT. A DECIDED CHANGE FOR THE SAME     *
      * CODE IS REPLACED; ONE STILL ENTERED (KEYED AT ANOTHER          *
      * TERMINAL SINCE THE STATE WAS SHOWN) REFUSES THE NEW ONE. ONLY  *
      * THE FIELDS THE ACTION USES ARE CARRIED.                       *
      *****************************************************************
       QUEUE-CATEGORY-CHANGE.
           EXEC CICS READ
               FILE('CMNTFILE')
               INTO(CMNT-RECORD)
               RIDFLD(CATEGI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF CMNT-STATUS-ENTERED
                   EXEC CICS UNLOCK
                       FILE('CMNTFILE')
                   END-EXEC
                   MOVE 'CHANGE ALREADY AWAITING APPROVAL'
                       TO MSGO
               ELSE
                   PERFORM BUILD-CHANGE-RECORD
                   EXEC CICS REWRITE
                       FILE('CMNTFILE')
                       FROM(CMNT-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM CONFIRM-CHANGE-QUEUED
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   PERFORM BUILD-CHANGE-RECORD
                   EXEC CICS WRITE
                       FILE('CMNTFILE')
                       FROM(CMNT-RECORD)
                       RIDFLD(CMNT-CAT-CODE)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM CONFIRM-CHANGE-QUEUED
               ELSE
                   MOVE 'CHANGE FILE UNAVAILABLE - TRY LATER'
                       TO MSGO
               END-IF
           END-IF.

       BUILD-CHANGE-RECORD.
           MOVE SPACES TO CMNT-RECORD.
           MOVE CATEGI TO CMNT-CAT-CODE.
           MOVE ACTIONI TO CMNT-ACTION.
           IF ACTIONI = 'A' OR ACTIONI = 'U'
               MOVE DESCI TO CMNT-DESCRIPTION
           END-IF.
           IF ACTIONI = 'A' OR ACTIONI = 'G'
               MOVE GROUPI TO CMNT-GROUP-CODE
           END-IF.
           SET CMNT-STATUS-ENTERED TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CMNT-ENTRY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CMNT-ENTRY-TIME.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO CMNT-ENTRY-USER.
           MOVE SPACES TO CMNT-APPROVE-USER.
           MOVE SPACES TO CMNT-APPROVE-DATE.
           MOVE SPACES TO CMNT-APPROVE-TIME.

       CONFIRM-CHANGE-QUEUED.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM MOVE-CHANGE-STATUS-TO-MAP
               MOVE 'CHANGE QUEUED - AWAITING APPROVAL (MYFCAPP)' TO
                   MSGO
           ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE 'CHANGE ALREADY AWAITING APPROVAL'
                       TO MSGO
               ELSE
                   MOVE 'CATMAINT WRITE FAILED - CALL SUPPORT' TO MSGO
               END-IF
           END-IF.

       MOVE-CHANGE-STATUS-TO-MAP.
           MOVE CMNT-ACTION TO PNDACTO.
           MOVE CMNT-ENTRY-USER TO ENTUSRO.
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

       REDISPLAY-CHANGE-FIELDS.
           MOVE CATEGI TO CATEGO.
           MOVE ACTIONI TO ACTIONO.
           MOVE DESCI TO DESCO.
           MOVE GROUPI TO GROUPO.

       SEND-CHANGE-MAP.
           EXEC CICS SEND
               MAP('MYFCMNT')
               MAPSET('MYFCMNTM')
               FROM(MYFCMNTMO)
               CURSOR
               ERASE
           END-EXEC.
