      *               MYFPEXT) WILL DRAIN IT INTO PARMFILE - ONE       *
      *               PERSON CANNOT POST OR REVERSE A RUN ALONE. NO    *
      *               80-BYTE PARM CARDS ARE HAND-PUNCHED ANY MORE.   *
      *               A NORMAL RUN WHOSE RANGE OVERLAPS AN UNREVERSED  *
      *               NORMAL POSTING IN THE SAME CATEGORY ON HISTFILE  *
      *               (LAYOUT HISTREC, BROWSED THROUGH ITS CATEGORY    *
      *               ALTERNATE INDEX PATH, FCT NAME HISTCAT) IS       *
      *               REFUSED WITH THE CONFLICTING RUN-ID UNLESS THE   *
      *               OPERATOR KEYS 'Y' IN OVERLAP OVERRIDE; THE FLAG  *
      *               TRAVELS ON THE QUEUED ENTRY FOR THE APPROVER TO  *
      *               SEE.                                            *
      *               AN ALLOCATION (MODE 'A') IS KEYED WITH THE       *
      *               SOURCE CATEGORY, THE ALLOCATION RULE ID IN THE   *
      *               REVERSAL/RULE ID FIELD AND THE AMOUNT; THE RULE  *
      *               VERSION IN EFFECT TODAY ON ALOCFILE (FCT NAME    *
      *               ALOCFILE, LAYOUT ALOCREC) MUST EXIST, NAME THAT  *
      *               SOURCE AND TOTAL 100 PERCENT.                    *
      *               THE SIGNED-ON USER MUST HOLD ENTER AUTHORITY ON  *
      *               THE USER AUTHORITY FILE (FCT NAME USRFILE,       *
      *               LAYOUT USRREC) FOR THE CATEGORY KEYED - AND FOR  *
      *               THE TARGET OF A TRANSFER - THROUGH A CATEGORY,   *
      *               GROUP OR ALL-CATEGORIES GRANT; A DETAIL-MODE     *
      *               RUN NEEDS AN ALL-CATEGORIES GRANT.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY MYFPENTM.
       COPY PENDREC.
       COPY CATREC.
       COPY HISTREC.
       COPY ALOCREC.
       COPY USRREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-RANGE-VALID-SW            PIC X(01) VALUE 'Y'.
           88  WS-RANGE-OK              VALUE 'Y'.
       01  WS-RANGE-TO                  PIC 9(09) VALUE 0.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-XFR-AMOUNT                PIC 9(09) VALUE 0.
       01  WS-HIST-BROWSE-KEY           PIC X(02) VALUE SPACES.
       01  WS-HIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF              VALUE 'Y'.
       01  WS-OVLP-COUNT                PIC 9(02) VALUE 0.
       01  WS-MAX-OVLP-ENTRIES          PIC 9(02) VALUE 50.
       01  WS-OVLP-TABLE.
           05  WS-OVLP-ENTRY OCCURS 50 TIMES.
               10  WS-OVLP-RUN-ID       PIC X(08).
               10  WS-OVLP-REVERSED-SW  PIC X(01).
                   88  WS-OVLP-REVERSED VALUE 'Y'.
       01  WS-OVLP-SUB                  PIC 9(02) VALUE 0.
       01  WS-OVLP-HIT                  PIC 9(02) VALUE 0.
       01  WS-OVLP-CONFLICT-RUN-ID      PIC X(08) VALUE SPACES.
       01  WS-OVLP-LOOKUP-RUN-ID        PIC X(08) VALUE SPACES.
       01  WS-OVLP-FULL-SW              PIC X(01) VALUE 'N'.
           88  WS-OVLP-TABLE-FULL       VALUE 'Y'.
       01  WS-TODAY                     PIC X(08) VALUE SPACES.
       01  WS-ALOC-BROWSE-KEY           PIC X(16) VALUE LOW-VALUES.
       01  WS-ALOC-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-ALOC-EOF              VALUE 'Y'.
       01  WS-ALOC-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-ALOC-FOUND            VALUE 'Y'.
       01  WS-ALOC-SELECTED             PIC X(80) VALUE SPACES.
       01  WS-ALOC-SUB                  PIC 9(02) VALUE 0.
       01  WS-ALOC-REM-SW               PIC X(01) VALUE 'N'.
           88  WS-ALOC-REM-FOUND        VALUE 'Y'.
       01  WS-ALOC-PCT-TOTAL            PIC 9(05)V99 VALUE 0.
       01  WS-ALOC-PCT-EDIT             PIC ZZZZ9.99.
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

           IF XFRAMTI = SPACES OR LOW-VALUES
               MOVE '000000000' TO XFRAMTI
           END-IF.
           IF OVRDI = SPACES OR LOW-VALUES
               MOVE 'N' TO OVRDI
           END-IF.
           IF MODEI = 'R' OR 'D' OR 'T' OR 'A'
               IF RFROMI = SPACES OR LOW-VALUES
                   MOVE '000000000' TO RFROMI
               END-IF
           ELSE
               IF MODEI NOT = 'N' AND MODEI NOT = 'R'
                   AND MODEI NOT = 'D' AND MODEI NOT = 'T'
                   AND MODEI NOT = 'A'
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'MODE MUST BE N, R, D, T OR A' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   IF RFROMI IS NOT NUMERIC
               AND MODEI = 'T'
               PERFORM EDIT-TRANSFER-ENTRY
           END-IF.
           IF WS-RANGE-OK
               AND MODEI = 'A'
               PERFORM EDIT-ALLOCATION-ENTRY
           END-IF.
           IF WS-RANGE-OK
               PERFORM EDIT-ENTRY-AUTHORITY
           END-IF.
           IF WS-RANGE-OK
               IF OVRDI NOT = 'Y' AND OVRDI NOT = 'N'
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'OVERLAP OVERRIDE MUST BE Y OR BLANK' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   IF OVRDI = 'Y'
                       AND MODEI NOT = 'N'
                       SET WS-RANGE-BAD TO TRUE
                       MOVE 'OVERLAP OVERRIDE APPLIES TO MODE N ONLY'
                           TO WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-RANGE-OK
               AND MODEI = 'N'
               PERFORM EDIT-OVERLAP-ENTRY
           END-IF.
           IF WS-RANGE-BAD
               MOVE WS-EDIT-ERROR-TEXT TO MSGO
           END-IF.

      *****************************************************************
      * THE KEYING USER MUST HOLD ENTER AUTHORITY FOR THE CATEGORY     *
      * POSTED - BOTH SIDES OF A TRANSFER. A DETAIL-MODE RUN POSTS     *
      * WHATEVER CATEGORIES ITS DETAIL RECORDS CARRY, SO IT IS CHECKED *
      * WITH A BLANK CATEGORY, WHICH ONLY AN ALL-CATEGORIES GRANT      *
      * COVERS. AN ALLOCATION IS CHECKED ON ITS SOURCE; THE TARGETS    *
      * ARE FIXED BY THE RULE, NOT BY THE PERSON KEYING.              *
      *****************************************************************
       EDIT-ENTRY-AUTHORITY.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO WS-AUTH-USER.
           SET WS-AUTH-ENTER TO TRUE.
           IF MODEI = 'D'
               MOVE SPACES TO WS-AUTH-CATEGORY
           ELSE
               MOVE CATEGI TO WS-AUTH-CATEGORY
           END-IF.
           PERFORM FIND-AUTHORITY-GROUP.
           PERFORM CHECK-USER-AUTHORITY.
           IF WS-AUTHORIZED
               AND MODEI = 'T'
               MOVE TCATEGI TO WS-AUTH-CATEGORY
               PERFORM FIND-AUTHORITY-GROUP
               PERFORM CHECK-USER-AUTHORITY
           END-IF.
           IF NOT WS-AUTHORIZED
               SET WS-RANGE-BAD TO TRUE
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               EVALUATE TRUE
                   WHEN WS-AUTH-UNAVAILABLE
                       MOVE 'AUTHORITY FILE UNAVAILABLE - TRY LATER' TO
                           WS-EDIT-ERROR-TEXT
                   WHEN WS-AUTH-CATEGORY = SPACES
                       STRING 'USER ' WS-USER-ID
                           ' NOT AUTHORIZED FOR ALL CATEGORIES (MODE D)'
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   WHEN OTHER
                       STRING 'USER ' WS-USER-ID
                           ' NOT AUTHORIZED TO ENTER CATEGORY '
                           WS-AUTH-CATEGORY
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
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

      *****************************************************************
      * SAME TRANSFER EDITS THE BATCH EDIT-TRANSFER-PARAMETER RUNS:    *
      * POSITIVE NUMERIC AMOUNT AND A DIFFERENT, ACTIVE TARGET         *
               END-IF
           END-IF.

      *****************************************************************
      * THE RULE CHECKS EDIT-ALLOCATION-PARAMETER RUNS IN THE BATCH    *
      * ENGINE, AS OF TODAY: THE LATEST VERSION OF THE RULE NOT DATED  *
      * AFTER TODAY MUST EXIST, NAME THE SOURCE KEYED, AND ITS         *
      * PERCENTAGES MUST TOTAL 100 WITH THE REMAINDER TARGET AMONG     *
      * THE TARGETS. THE TARGET CATEGORIES THEMSELVES ARE RE-CHECKED   *
      * BY THE BATCH RUN AGAINST THE VERSION IN EFFECT ON ITS DATE.   *
      *****************************************************************
       EDIT-ALLOCATION-ENTRY.
           IF XFRAMTI IS NOT NUMERIC
               SET WS-RANGE-BAD TO TRUE
               MOVE 'ALLOCATION AMOUNT NOT NUMERIC' TO
                   WS-EDIT-ERROR-TEXT
           ELSE
               MOVE XFRAMTI TO WS-XFR-AMOUNT
               IF WS-XFR-AMOUNT NOT > 0
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION AMOUNT MUST BE POSITIVE' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-RANGE-OK
               AND REVIDI = SPACES
               SET WS-RANGE-BAD TO TRUE
               MOVE 'ALLOCATION RULE ID REQUIRED' TO
                   WS-EDIT-ERROR-TEXT
           END-IF.
           IF WS-RANGE-OK
               PERFORM SELECT-ALLOCATION-RULE
           END-IF.
           IF WS-RANGE-OK
               IF NOT WS-ALOC-FOUND
                   SET WS-RANGE-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'NO ALLOCATION RULE ' REVIDI
                       ' EFFECTIVE ' WS-TODAY
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               ELSE
                   IF ALOC-SOURCE-CATEGORY NOT = CATEGI
                       SET WS-RANGE-BAD TO TRUE
                       MOVE SPACES TO WS-EDIT-ERROR-TEXT
                       STRING 'ALLOCATION SOURCE NOT RULE SOURCE '
                           ALOC-SOURCE-CATEGORY
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   ELSE
                       IF ALOC-TARGET-COUNT IS NOT NUMERIC
                           OR ALOC-TARGET-COUNT = 0
                           OR ALOC-TARGET-COUNT > 8
                           SET WS-RANGE-BAD TO TRUE
                           MOVE 'ALLOCATION RULE TARGET COUNT INVALID'
                               TO WS-EDIT-ERROR-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RANGE-OK
               MOVE 0 TO WS-ALOC-PCT-TOTAL
               SET WS-ALOC-REM-SW TO 'N'
               PERFORM VARYING WS-ALOC-SUB FROM 1 BY 1
                       UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
                   IF ALOC-TGT-PERCENT (WS-ALOC-SUB) IS NUMERIC
                       ADD ALOC-TGT-PERCENT (WS-ALOC-SUB) TO
                           WS-ALOC-PCT-TOTAL
                   END-IF
                   IF ALOC-TGT-CATEGORY (WS-ALOC-SUB) =
                       ALOC-REMAINDER-CATEGORY
                       SET WS-ALOC-REM-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ALOC-REM-FOUND
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION REMAINDER CATEGORY NOT A TARGET' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   IF WS-ALOC-PCT-TOTAL NOT = 100
                       SET WS-RANGE-BAD TO TRUE
                       MOVE WS-ALOC-PCT-TOTAL TO WS-ALOC-PCT-EDIT
                       MOVE SPACES TO WS-EDIT-ERROR-TEXT
                       STRING 'ALLOCATION PERCENTAGES TOTAL '
                           WS-ALOC-PCT-EDIT ' NOT 100'
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

       SELECT-ALLOCATION-RULE.
           SET WS-ALOC-FOUND-SW TO 'N'.
           SET WS-ALOC-EOF-SW TO 'N'.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE LOW-VALUES TO WS-ALOC-BROWSE-KEY.
           MOVE REVIDI TO WS-ALOC-BROWSE-KEY (1:8).
           EXEC CICS STARTBR
               FILE('ALOCFILE')
               RIDFLD(WS-ALOC-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-ALOC-EOF TO TRUE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'ALLOCATION RULE FILE UNAVAILABLE - TRY LATER'
                       TO WS-EDIT-ERROR-TEXT
               END-IF
           ELSE
               PERFORM READ-ALLOCATION-VERSION UNTIL WS-ALOC-EOF
               EXEC CICS ENDBR
                   FILE('ALOCFILE')
               END-EXEC
           END-IF.
           IF WS-ALOC-FOUND
               MOVE WS-ALOC-SELECTED TO ALOC-RECORD
           END-IF.

       READ-ALLOCATION-VERSION.
           EXEC CICS READNEXT
               FILE('ALOCFILE')
               INTO(ALOC-RECORD)
               RIDFLD(WS-ALOC-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-ALOC-EOF TO TRUE
           ELSE
               IF ALOC-RULE-ID NOT = REVIDI
                   OR ALOC-EFF-DATE > WS-TODAY
                   SET WS-ALOC-EOF TO TRUE
               ELSE
                   MOVE ALOC-RECORD TO WS-ALOC-SELECTED
                   SET WS-ALOC-FOUND TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * SAME CATEGORY MASTER CHECK EDIT-CATEGORY-CODE RUNS IN THE      *
      * BATCH ENGINE: THE CODE MUST BE ON THE CATFILE MASTER (FCT      *
               END-IF
           END-IF.

      *****************************************************************
      * SAME OVERLAP CHECK EDIT-RANGE-OVERLAP RUNS IN THE BATCH        *
      * ENGINE: ONE BROWSE OF THE CATEGORY'S OWN HISTORY EVENTS,       *
      * THROUGH THE HISTCAT PATH (THE CATEGORY ALTERNATE INDEX OVER    *
      * HISTFILE), TABLES EVERY TYPE-'N' POSTING WHOSE RANGE OVERLAPS  *
      * THE ONE KEYED (IGNORING THE RUN-ID BEING KEYED) AND MARKS      *
      * REVERSED EVERY ONE A TYPE-'R' EVENT REVERSED; ANY LEFT         *
      * STANDING REFUSE THE ENTRY UNLESS THE OVERRIDE WAS KEYED. THE   *
      * ALTERNATE KEY IS NOT UNIQUE, SO DUPKEY ON A READNEXT IS AN     *
      * ORDINARY RECORD. A HISTORY FILE THAT CANNOT BE BROWSED REFUSES *
      * THE ENTRY - THE BATCH RUN WOULD APPLY THE SAME CHECK AND       *
      * REJECT IT THERE.                                              *
      *****************************************************************
       EDIT-OVERLAP-ENTRY.
           MOVE 0 TO WS-OVLP-COUNT.
           MOVE SPACES TO WS-OVLP-CONFLICT-RUN-ID.
           SET WS-OVLP-FULL-SW TO 'N'.
           PERFORM START-HISTORY-BROWSE.
           IF NOT WS-HIST-EOF
               PERFORM COLLECT-OVERLAPPING-ENTRY UNTIL WS-HIST-EOF
               EXEC CICS ENDBR
                   FILE('HISTCAT')
               END-EXEC
           END-IF.
           IF WS-RANGE-OK
               PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
                       UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
                   IF NOT WS-OVLP-REVERSED (WS-OVLP-SUB)
                       AND WS-OVLP-CONFLICT-RUN-ID = SPACES
                       MOVE WS-OVLP-RUN-ID (WS-OVLP-SUB) TO
                           WS-OVLP-CONFLICT-RUN-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RANGE-OK
               AND WS-OVLP-CONFLICT-RUN-ID NOT = SPACES
               AND OVRDI NOT = 'Y'
               SET WS-RANGE-BAD TO TRUE
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               STRING 'RANGE OVERLAPS RUN ' WS-OVLP-CONFLICT-RUN-ID
                   ' CAT ' CATEGI ' - KEY Y IN OVERLAP OVERRIDE'
                   DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
           END-IF.

       START-HISTORY-BROWSE.
           SET WS-HIST-EOF-SW TO 'N'.
           MOVE CATEGI TO WS-HIST-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('HISTCAT')
               RIDFLD(WS-HIST-BROWSE-KEY)
               EQUAL
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-HIST-EOF TO TRUE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'POSTING HISTORY UNAVAILABLE - TRY LATER' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.

       COLLECT-OVERLAPPING-ENTRY.
           EXEC CICS READNEXT
               FILE('HISTCAT')
               INTO(HIST-RECORD)
               RIDFLD(WS-HIST-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET WS-HIST-EOF TO TRUE
               IF WS-RESP NOT = DFHRESP(ENDFILE)
                   SET WS-RANGE-BAD TO TRUE
                   MOVE 'POSTING HISTORY UNAVAILABLE - TRY LATER' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           ELSE
               IF HIST-CATEGORY-CODE NOT = CATEGI
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HIST-RANGE-FROM IS NUMERIC
                       AND HIST-RANGE-TO IS NUMERIC
                       AND HIST-RANGE-FROM NOT > WS-RANGE-TO
                       AND HIST-RANGE-TO NOT < WS-RANGE-FROM
                       PERFORM TABLE-OVERLAPPING-ENTRY
                   END-IF
               END-IF
           END-IF.

       TABLE-OVERLAPPING-ENTRY.
           EVALUATE TRUE
               WHEN HIST-ENTRY-NORMAL
                   AND HIST-RUN-ID NOT = RUNIDI
                   MOVE HIST-RUN-ID TO WS-OVLP-LOOKUP-RUN-ID
                   PERFORM FIND-OVERLAP-ENTRY
               WHEN HIST-ENTRY-REVERSAL
                   MOVE HIST-REVERSAL-OF-RUN-ID TO
                       WS-OVLP-LOOKUP-RUN-ID
                   PERFORM FIND-OVERLAP-ENTRY
                   IF WS-OVLP-HIT NOT = 0
                       SET WS-OVLP-REVERSED (WS-OVLP-HIT) TO TRUE
                   END-IF
           END-EVALUATE.

       FIND-OVERLAP-ENTRY.
           MOVE 0 TO WS-OVLP-HIT.
           PERFORM VARYING WS-OVLP-SUB FROM 1 BY 1
                   UNTIL WS-OVLP-SUB > WS-OVLP-COUNT
               IF WS-OVLP-RUN-ID (WS-OVLP-SUB) = WS-OVLP-LOOKUP-RUN-ID
                   MOVE WS-OVLP-SUB TO WS-OVLP-HIT
               END-IF
           END-PERFORM.
           IF WS-OVLP-HIT = 0
               IF WS-OVLP-COUNT < WS-MAX-OVLP-ENTRIES
                   ADD 1 TO WS-OVLP-COUNT
                   MOVE WS-OVLP-LOOKUP-RUN-ID TO
                       WS-OVLP-RUN-ID (WS-OVLP-COUNT)
                   MOVE 'N' TO WS-OVLP-REVERSED-SW (WS-OVLP-COUNT)
                   MOVE WS-OVLP-COUNT TO WS-OVLP-HIT
               ELSE
                   IF NOT WS-OVLP-TABLE-FULL
                       SET WS-OVLP-TABLE-FULL TO TRUE
                       MOVE WS-OVLP-LOOKUP-RUN-ID TO
                           WS-OVLP-CONFLICT-RUN-ID
                   END-IF
               END-IF
           END-IF.

       EDIT-RANGE-VALUES.
           IF WS-RANGE-FROM > WS-RANGE-TO
               SET WS-RANGE-BAD TO TRUE
           MOVE WS-RANGE-FROM TO PEND-RANGE-FROM.
           MOVE WS-RANGE-TO TO PEND-RANGE-TO.
           MOVE CATEGI TO PEND-CATEGORY-CODE.
           IF MODEI = 'R' OR 'A'
               MOVE REVIDI TO PEND-REVERSAL-RUN-ID
           ELSE
               MOVE SPACES TO PEND-REVERSAL-RUN-ID
               MOVE WS-XFR-AMOUNT TO PEND-TRANSFER-AMOUNT
           ELSE
               MOVE SPACES TO PEND-TARGET-CATEGORY
               IF MODEI = 'A'
                   MOVE WS-XFR-AMOUNT TO PEND-TRANSFER-AMOUNT
               ELSE
                   MOVE 0 TO PEND-TRANSFER-AMOUNT
               END-IF
           END-IF.
           MOVE OVRDI TO PEND-OVERLAP-OVERRIDE.
           SET PEND-STATUS-ENTERED TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-ENTRY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-ENTRY-TIME.
           MOVE REVIDI TO REVIDO.
           MOVE TCATEGI TO TCATEGO.
           MOVE XFRAMTI TO XFRAMTO.
           MOVE OVRDI TO OVRDO.

       SEND-ENTRY-MAP.
           EXEC CICS SEND
