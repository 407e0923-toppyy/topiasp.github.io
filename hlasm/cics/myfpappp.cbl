      *               APPROVER'S USER ID AND DATE/TIME ON THE QUEUE    *
      *               RECORD (SEE PENDREC), SO THE AUDIT TRAIL SHOWS   *
      *               WHO KEYED AND WHO APPROVED EVERY PARAMETER.     *
      *               AN ENTRY KEYED WITH THE OVERLAP OVERRIDE IS      *
      *               FLAGGED ON THE MAP SO THE APPROVER KNOWS THE     *
      *               RANGE OVERLAPS AN UNREVERSED POSTING BEFORE      *
      *               AGREEING TO IT.                                  *
      *               THE APPROVER MUST HOLD APPROVE AUTHORITY ON THE  *
      *               USER AUTHORITY FILE (FCT NAME USRFILE, LAYOUT    *
      *               USRREC) FOR THE ENTRY'S CATEGORY - BOTH SIDES OF *
      *               A TRANSFER, ALL CATEGORIES FOR A DETAIL-MODE     *
      *               RUN - TO DECIDE IT, AND THE BROWSE SKIPS         *
      *               ENTRIES THE APPROVER COULD NOT DECIDE.          *
      *               KEY ACTION 'C' (RECALL) WITH THE RUN-ID OF AN    *
      *               APPROVED ENTRY THE EXTRACT HAS NOT YET TAKEN TO  *
      *               PULL IT BACK: THE USER ID THAT KEYED IT OR ANY   *
      *               USER ID WITH APPROVE AUTHORITY FOR IT MAY DO SO, *
      *               AND THE ENTRY STAYS ON THE QUEUE AS RECALLED,    *
      *               STAMPED WITH WHO RECALLED IT AND WHEN, AND IS    *
      *               NEVER EXTRACTED.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MYFPAPPM.
       COPY PENDREC.
       COPY CATREC.
       COPY USRREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-AMOUNT-EDIT               PIC 9(09) VALUE 0.
       01  WS-BROWSE-KEY                PIC X(08) VALUE LOW-VALUES.
       01  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
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
       01  WS-AUTH-MESSAGE              PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

               IF RUNIDI = SPACES OR LOW-VALUES
                   PERFORM FIND-NEXT-AWAITING
               ELSE
                   EVALUATE TRUE
                       WHEN ACTIONI = 'A' OR ACTIONI = 'R'
                           PERFORM DECIDE-ENTRY
                       WHEN ACTIONI = 'C'
                           PERFORM RECALL-ENTRY
                       WHEN OTHER
                           PERFORM DISPLAY-ENTRY
                   END-EVALUATE
               END-IF
               PERFORM SEND-APPROVAL-MAP
           END-IF.
      * STILL IN ENTERED STATUS, SO THE APPROVER WORKS THE QUEUE       *
      * WITHOUT KNOWING THE RUN-IDS IN ADVANCE - PRESSING ENTER WITH   *
      * A BLANK RUN-ID LISTS THE AWAITING ENTRIES ONE BY ONE AS THEY   *
      * ARE DECIDED AWAY. ENTRIES IN CATEGORIES THE APPROVER HOLDS NO  *
      * APPROVE AUTHORITY FOR ARE PASSED OVER.                        *
      *****************************************************************
       FIND-NEXT-AWAITING.
           SET WS-FOUND-SW TO 'N'.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('PNDFILE')
               END-EXEC
               IF WS-ENTRY-FOUND
                   PERFORM MOVE-ENTRY-TO-MAP
                   PERFORM PROMPT-FOR-DECISION
               ELSE
                   IF WS-AUTH-UNAVAILABLE
                       MOVE 'AUTHORITY FILE UNAVAILABLE - TRY LATER' TO
                           MSGO
                   ELSE
                       MOVE 'NOTHING AWAITING YOUR APPROVAL' TO MSGO
                   END-IF
               END-IF
           END-IF.

           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND PEND-STATUS-ENTERED
               PERFORM EDIT-APPROVE-AUTHORITY
               IF WS-AUTHORIZED
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       DISPLAY-ENTRY.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM MOVE-ENTRY-TO-MAP
               IF PEND-STATUS-ENTERED
                   EXEC CICS ASSIGN
                       USERID(WS-USER-ID)
                   END-EXEC
                   PERFORM EDIT-APPROVE-AUTHORITY
                   IF WS-AUTHORIZED
                       PERFORM PROMPT-FOR-DECISION
                   ELSE
                       MOVE WS-AUTH-MESSAGE TO MSGO
                   END-IF
               ELSE
                   IF PEND-STATUS-PENDING
                       MOVE 'APPROVED - ACTION C TO RECALL IT' TO MSGO
                   ELSE
                       MOVE 'ENTRY IS NOT AWAITING APPROVAL' TO MSGO
                   END-IF
               END-IF
           ELSE
               MOVE RUNIDI TO RUNIDO
               MOVE 'RUN ID NOT ON PENDING QUEUE' TO MSGO
           END-IF.

       PROMPT-FOR-DECISION.
           IF PEND-OVERLAP-OVERRIDDEN
               MOVE 'OVERLAP OVERRIDE KEYED - ACTION A OR R TO DECIDE'
                   TO MSGO
           ELSE
               MOVE 'KEY ACTION A OR R WITH THE RUN ID TO DECIDE'
                   TO MSGO
           END-IF.

      *****************************************************************
      * THE DECISION PATH: READ FOR UPDATE, REFUSE ANYTHING NOT IN     *
      * ENTERED STATUS, AND REFUSE A DECISION BY THE USER ID THAT      *
      * KEYED THE ENTRY - DUAL CONTROL IS THE WHOLE POINT OF THIS      *
      * TRANSACTION, SO THE RULE HAS NO EXCEPTIONS - AND BY A USER ID  *
      * WITHOUT APPROVE AUTHORITY FOR THE ENTRY'S CATEGORIES.         *
      *****************************************************************
       DECIDE-ENTRY.
           MOVE RUNIDI TO PEND-RUN-ID.
                       MOVE 'APPROVER MUST DIFFER FROM ENTRY USER'
                           TO MSGO
                   ELSE
                       PERFORM EDIT-APPROVE-AUTHORITY
                       IF WS-AUTHORIZED
                           PERFORM APPLY-DECISION
                       ELSE
                           EXEC CICS UNLOCK
                               FILE('PNDFILE')
                           END-EXEC
                           MOVE WS-AUTH-MESSAGE TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE SIGNED-ON USER (WS-USER-ID, ALREADY ASSIGNED) MUST HOLD    *
      * APPROVE AUTHORITY FOR THE CATEGORY ON THE QUEUED ENTRY AND,    *
      * FOR A TRANSFER, ITS TARGET. A DETAIL-MODE RUN IS CHECKED WITH  *
      * A BLANK CATEGORY, WHICH ONLY AN ALL-CATEGORIES GRANT COVERS -  *
      * THE SAME RULE MYFPENT APPLIES TO THE KEYING USER.             *
      *****************************************************************
       EDIT-APPROVE-AUTHORITY.
           MOVE WS-USER-ID TO WS-AUTH-USER.
           SET WS-AUTH-APPROVE TO TRUE.
           IF PEND-MODE-DETAIL
               MOVE SPACES TO WS-AUTH-CATEGORY
           ELSE
               MOVE PEND-CATEGORY-CODE TO WS-AUTH-CATEGORY
           END-IF.
           PERFORM FIND-AUTHORITY-GROUP.
           PERFORM CHECK-USER-AUTHORITY.
           IF WS-AUTHORIZED
               AND PEND-MODE-TRANSFER
               MOVE PEND-TARGET-CATEGORY TO WS-AUTH-CATEGORY
               PERFORM FIND-AUTHORITY-GROUP
               PERFORM CHECK-USER-AUTHORITY
           END-IF.
           MOVE SPACES TO WS-AUTH-MESSAGE.
           IF NOT WS-AUTHORIZED
               EVALUATE TRUE
                   WHEN WS-AUTH-UNAVAILABLE
                       MOVE 'AUTHORITY FILE UNAVAILABLE - TRY LATER' TO
                           WS-AUTH-MESSAGE
                   WHEN WS-AUTH-CATEGORY = SPACES
                       STRING 'USER ' WS-USER-ID
                           ' NOT AUTHORIZED FOR ALL CATEGORIES (MODE D)'
                           DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
                   WHEN OTHER
                       STRING 'USER ' WS-USER-ID
                           ' NOT AUTHORIZED TO APPROVE CATEGORY '
                           WS-AUTH-CATEGORY
                           DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
               END-EVALUATE
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

       APPLY-DECISION.
           IF ACTIONI = 'A'
               SET PEND-STATUS-PENDING TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * THE RECALL PATH: AN APPROVED ENTRY THE EXTRACT HAS NOT YET     *
      * TAKEN IS PULLED BACK SO IT NEVER POSTS, INSTEAD OF BEING       *
      * POSTED AND THEN REVERSED. EITHER THE USER ID THAT KEYED IT OR  *
      * ANY USER ID HOLDING APPROVE AUTHORITY FOR ITS CATEGORIES MAY   *
      * RECALL IT - ONE PERSON IS ENOUGH TO STOP A POSTING, ONLY TWO   *
      * CAN MAKE ONE. THE ENTRY IS STAMPED WITH THE RECALLING USER AND *
      * DATE/TIME AND STAYS ON THE QUEUE AS RECALLED; THE CORRECTED    *
      * PARAMETER IS KEYED AGAIN ON MYFPENT UNDER A NEW RUN-ID.       *
      *****************************************************************
       RECALL-ENTRY.
           MOVE RUNIDI TO PEND-RUN-ID.
           EXEC CICS READ
               FILE('PNDFILE')
               INTO(PEND-RECORD)
               RIDFLD(PEND-RUN-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE RUNIDI TO RUNIDO
               MOVE 'RUN ID NOT ON PENDING QUEUE' TO MSGO
           ELSE
               PERFORM MOVE-ENTRY-TO-MAP
               IF NOT PEND-STATUS-PENDING
                   EXEC CICS UNLOCK
                       FILE('PNDFILE')
                   END-EXEC
                   EVALUATE TRUE
                       WHEN PEND-STATUS-ENTERED
                           MOVE 'NOT APPROVED - ACTION R REJECTS IT'
                               TO MSGO
                       WHEN PEND-STATUS-SUBMITTED
                           MOVE 'EXTRACTED - KEY A REVERSAL INSTEAD'
                               TO MSGO
                       WHEN OTHER
                           MOVE 'ONLY APPROVED ENTRIES CAN BE RECALLED'
                               TO MSGO
                   END-EVALUATE
               ELSE
                   EXEC CICS ASSIGN
                       USERID(WS-USER-ID)
                   END-EXEC
                   IF WS-USER-ID = PEND-ENTRY-USER
                       SET WS-AUTHORIZED TO TRUE
                   ELSE
                       PERFORM EDIT-APPROVE-AUTHORITY
                   END-IF
                   IF WS-AUTHORIZED
                       PERFORM APPLY-RECALL
                   ELSE
                       EXEC CICS UNLOCK
                           FILE('PNDFILE')
                       END-EXEC
                       MOVE WS-AUTH-MESSAGE TO MSGO
                   END-IF
               END-IF
           END-IF.

       APPLY-RECALL.
           SET PEND-STATUS-RECALLED TO TRUE.
           MOVE WS-USER-ID TO PEND-CLOSE-USER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-CLOSE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-CLOSE-TIME.
           EXEC CICS REWRITE
               FILE('PNDFILE')
               FROM(PEND-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PENDPARM REWRITE FAILED - CALL SUPPORT' TO MSGO
           ELSE
               PERFORM MOVE-ENTRY-TO-MAP
               MOVE 'ENTRY RECALLED - IT WILL NOT BE EXTRACTED' TO MSGO
           END-IF.

       MOVE-ENTRY-TO-MAP.
           MOVE PEND-RUN-ID TO RUNIDO.
           MOVE PEND-MODE TO MODEO.
           MOVE PEND-ENTRY-USER TO ENTUSRO.
           MOVE PEND-ENTRY-DATE TO ENTDTO.
           MOVE PEND-ENTRY-TIME TO ENTTMO.
           IF PEND-OVERLAP-OVERRIDDEN
               MOVE 'YES' TO OVRDO
           ELSE
               MOVE 'NO' TO OVRDO
           END-IF.
           EVALUATE TRUE
               WHEN PEND-STATUS-ENTERED
                   MOVE 'ENTERED' TO STATO
                   MOVE 'SUBMITTED' TO STATO
               WHEN PEND-STATUS-REJECTED
                   MOVE 'REJECTED' TO STATO
               WHEN PEND-STATUS-RECALLED
                   MOVE 'RECALLED' TO STATO
               WHEN PEND-STATUS-EXPIRED
                   MOVE 'EXPIRED' TO STATO
               WHEN OTHER
                   MOVE PEND-STATUS TO STATO
           END-EVALUATE.
