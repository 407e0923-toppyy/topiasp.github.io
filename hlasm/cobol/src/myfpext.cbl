      *              FOR A DECISION. ENDS RC 4 WHEN THE QUEUE HAS     *
      *              NOTHING APPROVED SO THE BUILD AND RECON STEPS     *
      *              CAN BE BYPASSED ON A NO-WORK NIGHT INSTEAD OF     *
      *              BUILD FAILING OVER AN EMPTY PARMFILE.             *
      *              BEFORE AN APPROVED ENTRY IS EXTRACTED, ITS        *
      *              ENTERING USER (THE ORDER OWNER FOR A STANDING     *
      *              ORDER) MUST STILL HOLD ENTER AUTHORITY, AND ITS   *
      *              APPROVER APPROVE AUTHORITY, FOR ITS CATEGORIES ON *
      *              THE USER AUTHORITY FILE (SEE USRREC) - AN ENTRY   *
      *              EITHER USER HAS SINCE LOST AUTHORITY FOR IS       *
      *              MARKED REJECTED AND LISTED ON SYSOUT, SO A        *
      *              REVOKED USER'S BACKLOG CANNOT SLIP THROUGH. EVERY *
      *              APPROVED ENTRY IS CHECKED BEFORE ANY IS EXTRACTED *
      *              OR REJECTED: AN AUTHORITY FILE THAT CANNOT BE     *
      *              READ FOR ANY OF THEM LEAVES THE WHOLE QUEUE AS IT *
      *              WAS AND ENDS THE STEP RC 16, SO NO ENTRY IS       *
      *              MARKED SUBMITTED FOR A BUILD STEP THAT THEN DOES  *
      *              NOT RUN. UP TO 500 APPROVED ENTRIES ARE TAKEN IN  *
      *              ONE WINDOW; ANY MORE STAY APPROVED FOR THE NEXT.  *
      *              PARM.GO 'SIMULATE' (THE MYCOBSIM DRY RUN, SEE     *
      *              HLASM/JCL/MYCOBSIM.JCL) EXTRACTS AND EDITS        *
      *              EXACTLY THE SAME WAY BUT OPENS PENDPARM FOR INPUT *
      *              ONLY, SO NO ENTRY IS MARKED SUBMITTED OR REJECTED *
      *              AND THE NEXT PRODUCTION WINDOW STILL FINDS THE    *
      *              QUEUE AS IT WAS.                                 *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC); A SIMULATION RECORDS        *
      *              NOTHING.                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARMFILE ASSIGN TO PARMFILE
               FILE STATUS IS WS-PARM-STATUS.

           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-KEY
               FILE STATUS IS WS-USR-STATUS.

           SELECT CATFILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDFILE
           LABEL RECORDS STANDARD.
           COPY PARMREC.

       FD  USRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY USRREC.

       FD  CATFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CATREC.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC X(02) VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02) VALUE '00'.
       01  WS-USR-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAT-STATUS                PIC X(02) VALUE '00'.
       01  WS-PEND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PEND-EOF              VALUE 'Y'.
       01  WS-EXTRACT-COUNT             PIC 9(05) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       01  WS-AWAITING-COUNT            PIC 9(05) VALUE 0.
       01  WS-REVOKED-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNCHECKED-COUNT           PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(05) VALUE 0.
       01  WS-CHECK-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAX-CHECK-ENTRIES         PIC 9(03) VALUE 500.
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 500 TIMES.
               10  WS-CHECK-RUN-ID      PIC X(08).
               10  WS-CHECK-DECISION    PIC X(01).
                   88  WS-CHECK-EXTRACT VALUE 'S'.
                   88  WS-CHECK-REJECT  VALUE 'X'.
       01  WS-CHECK-SUB                 PIC 9(03) VALUE 0.
       01  WS-CHECK-HIT                 PIC 9(03) VALUE 0.
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
       01  WS-SIMULATE-SW               PIC X(01) VALUE 'N'.
           88  WS-SIMULATION            VALUE 'Y'.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(16).

       PROCEDURE DIVISION USING LS-PARM-DATA.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM CHECK-PENDING-ENTRY UNTIL WS-PEND-EOF.
           IF WS-UNCHECKED-COUNT = 0
               PERFORM START-PENDING-BROWSE
               PERFORM EXTRACT-PENDING-ENTRY UNTIL WS-PEND-EOF
           END-IF.
           DISPLAY 'MYFPEXT: ' WS-EXTRACT-COUNT
               ' ENTRY(S) EXTRACTED TO PARMFILE, '
               WS-SKIPPED-COUNT ' ALREADY DECIDED OR SUBMITTED'.
           IF WS-REVOKED-COUNT > 0
               DISPLAY 'MYFPEXT: ' WS-REVOKED-COUNT
                   ' APPROVED ENTRY(S) REJECTED - USER AUTHORITY '
                   'WITHDRAWN'
           END-IF.
           IF WS-UNCHECKED-COUNT > 0
               DISPLAY 'MYFPEXT: ' WS-UNCHECKED-COUNT
                   ' APPROVED ENTRY(S) NOT CHECKED - USRFILE NOT '
                   'READABLE, QUEUE LEFT AS IT WAS'
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY 'MYFPEXT: ' WS-HELD-COUNT
                   ' APPROVED ENTRY(S) HELD FOR THE NEXT WINDOW - '
                   'MORE THAN ' WS-MAX-CHECK-ENTRIES ' IN ONE RUN'
           END-IF.
           IF WS-AWAITING-COUNT > 0
               DISPLAY 'MYFPEXT: ' WS-AWAITING-COUNT
                   ' ENTRY(S) STILL AWAITING APPROVAL - NOT '
                   'EXTRACTED'
           END-IF.
           IF WS-EXTRACT-COUNT = 0
               AND WS-UNCHECKED-COUNT = 0
               DISPLAY 'MYFPEXT: NOTHING APPROVED - BUILD WILL BE '
                   'BYPASSED'
               IF RETURN-CODE < 4
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           IF LS-PARM-LEN > 7
               AND LS-PARM-TEXT (1:8) = 'SIMULATE'
               SET WS-SIMULATION TO TRUE
               DISPLAY 'MYFPEXT: SIMULATION ONLY - PENDPARM IS NOT '
                   'UPDATED'
               OPEN INPUT PENDFILE
           ELSE
               OPEN I-O PENDFILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'MYFPEXT: UNABLE TO OPEN PENDFILE - STATUS '
                   WS-PEND-STATUS
               CLOSE PENDFILE
               STOP RUN
           END-IF.
           OPEN INPUT USRFILE.
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'MYFPEXT: UNABLE TO OPEN USRFILE - STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PENDFILE
               CLOSE PARMFILE
               STOP RUN
           END-IF.
           OPEN INPUT CATFILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'MYFPEXT: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PENDFILE
               CLOSE PARMFILE
               CLOSE USRFILE
               STOP RUN
           END-IF.
           PERFORM START-PENDING-BROWSE.

       START-PENDING-BROWSE.
           SET WS-PEND-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO PEND-RUN-ID.
           START PENDFILE KEY NOT < PEND-RUN-ID
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.

      *****************************************************************
      * FIRST PASS: EVERY APPROVED ENTRY IS CHECKED AGAINST THE USER   *
      * AUTHORITY FILE AND THE DECISION - EXTRACT OR REJECT - HELD IN  *
      * THE CHECK TABLE, WITHOUT TOUCHING THE QUEUE OR PARMFILE. ONE   *
      * ENTRY THE AUTHORITY FILE COULD NOT BE READ FOR STOPS THE       *
      * SECOND PASS, SO THE STEP ENDS RC 16 WITH NOTHING MARKED        *
      * SUBMITTED FOR A BUILD STEP THAT WILL NOT RUN. APPROVED ENTRIES *
      * BEYOND THE TABLE STAY APPROVED FOR THE NEXT WINDOW.           *
      *****************************************************************
       CHECK-PENDING-ENTRY.
           READ PENDFILE NEXT
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PEND-STATUS-PENDING
                           PERFORM CHECK-APPROVED-ENTRY
                       WHEN PEND-STATUS-ENTERED
                           ADD 1 TO WS-AWAITING-COUNT
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

       CHECK-APPROVED-ENTRY.
           IF WS-CHECK-COUNT NOT < WS-MAX-CHECK-ENTRIES
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM EDIT-QUEUED-AUTHORITY
               IF WS-AUTH-UNAVAILABLE
                   ADD 1 TO WS-UNCHECKED-COUNT
               ELSE
                   ADD 1 TO WS-CHECK-COUNT
                   MOVE PEND-RUN-ID TO WS-CHECK-RUN-ID (WS-CHECK-COUNT)
                   IF WS-AUTHORIZED
                       SET WS-CHECK-EXTRACT (WS-CHECK-COUNT) TO TRUE
                   ELSE
                       SET WS-CHECK-REJECT (WS-CHECK-COUNT) TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * SECOND PASS, ONLY WHEN EVERY APPROVED ENTRY WAS CHECKED: EACH  *
      * ENTRY IN THE CHECK TABLE IS WRITTEN TO PARMFILE AND MARKED     *
      * SUBMITTED, OR MARKED REJECTED. AN ENTRY APPROVED ONLINE SINCE  *
      * THE FIRST PASS IS NOT IN THE TABLE AND WAITS FOR THE NEXT      *
      * WINDOW; ONE RECALLED SINCE IS NO LONGER APPROVED AND IS PASSED *
      * BY.                                                           *
      *****************************************************************
       EXTRACT-PENDING-ENTRY.
           READ PENDFILE NEXT
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PEND-STATUS-PENDING
                       PERFORM FIND-CHECK-ENTRY
                       IF WS-CHECK-HIT NOT = 0
                           PERFORM APPLY-CHECK-DECISION
                       END-IF
                   END-IF
           END-READ.

       FIND-CHECK-ENTRY.
           MOVE 0 TO WS-CHECK-HIT.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
                   OR WS-CHECK-HIT NOT = 0
               IF WS-CHECK-RUN-ID (WS-CHECK-SUB) = PEND-RUN-ID
                   MOVE WS-CHECK-SUB TO WS-CHECK-HIT
               END-IF
           END-PERFORM.

       APPLY-CHECK-DECISION.
           IF WS-CHECK-EXTRACT (WS-CHECK-HIT)
               PERFORM WRITE-PARM-RECORD
               SET PEND-STATUS-SUBMITTED TO TRUE
               IF NOT WS-SIMULATION
                   REWRITE PEND-RECORD
               END-IF
               ADD 1 TO WS-EXTRACT-COUNT
           ELSE
               SET PEND-STATUS-REJECTED TO TRUE
               IF NOT WS-SIMULATION
                   REWRITE PEND-RECORD
               END-IF
               ADD 1 TO WS-REVOKED-COUNT
           END-IF.

      *****************************************************************
      * THE SAME AUTHORITY RULES MYFPENT AND MYFPAPP APPLY ONLINE,     *
      * CHECKED AGAIN NOW: THE ENTRY USER FOR ENTER AND THE APPROVER   *
      * FOR APPROVE, ON THE CATEGORY AND (FOR A TRANSFER) THE TARGET;  *
      * A DETAIL-MODE RUN NEEDS ALL-CATEGORIES GRANTS. THE FIRST       *
      * FAILURE IS LISTED WITH THE USER AND CATEGORY THAT FAILED.     *
      *****************************************************************
       EDIT-QUEUED-AUTHORITY.
           MOVE PEND-ENTRY-USER TO WS-AUTH-USER.
           SET WS-AUTH-ENTER TO TRUE.
           PERFORM CHECK-ENTRY-CATEGORIES.
           IF WS-AUTHORIZED
               MOVE PEND-APPROVE-USER TO WS-AUTH-USER
               SET WS-AUTH-APPROVE TO TRUE
               PERFORM CHECK-ENTRY-CATEGORIES
           END-IF.
           IF NOT WS-AUTHORIZED
               IF WS-AUTH-UNAVAILABLE
                   DISPLAY 'MYFPEXT: RUN ' PEND-RUN-ID
                       ' NOT EXTRACTED - USRFILE READ STATUS '
                       WS-USR-STATUS
               ELSE
                   IF WS-AUTH-ENTER
                       DISPLAY 'MYFPEXT: RUN ' PEND-RUN-ID
                           ' REJECTED - ENTRY USER ' WS-AUTH-USER
                           ' NOT AUTHORIZED TO ENTER CATEGORY '
                           WS-AUTH-CATEGORY
                   ELSE
                       DISPLAY 'MYFPEXT: RUN ' PEND-RUN-ID
                           ' REJECTED - APPROVER ' WS-AUTH-USER
                           ' NOT AUTHORIZED TO APPROVE CATEGORY '
                           WS-AUTH-CATEGORY
                   END-IF
               END-IF
           END-IF.

       CHECK-ENTRY-CATEGORIES.
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

       FIND-AUTHORITY-GROUP.
           MOVE SPACES TO WS-AUTH-GROUP.
           IF WS-AUTH-CATEGORY NOT = SPACES
               MOVE WS-AUTH-CATEGORY TO CAT-CODE
               READ CATFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-GROUP-CODE TO WS-AUTH-GROUP
               END-READ
           END-IF.

      *****************************************************************
      * GRANTS ADD UP: THE USER HOLDS THE RIGHT WHEN A GRANT ON THE    *
      * CATEGORY ITSELF, ON ITS ROLLUP GROUP, OR ON ALL CATEGORIES     *
      * GIVES IT. NO GRANT AT ALL MEANS NO RIGHT.                     *
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
               AND NOT WS-AUTH-UNAVAILABLE
               AND WS-AUTH-GROUP NOT = SPACES
               MOVE 'G' TO USR-SCOPE-TYPE
               MOVE WS-AUTH-GROUP TO USR-SCOPE-CODE
               PERFORM PROBE-USER-AUTHORITY
           END-IF.
           IF NOT WS-AUTHORIZED
               AND NOT WS-AUTH-UNAVAILABLE
               MOVE 'A' TO USR-SCOPE-TYPE
               MOVE SPACES TO USR-SCOPE-CODE
               PERFORM PROBE-USER-AUTHORITY
           END-IF.

       PROBE-USER-AUTHORITY.
           MOVE WS-AUTH-USER TO USR-USER-ID.
           READ USRFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-USR-STATUS
               WHEN '00'
                   IF (WS-AUTH-ENTER AND USR-MAY-ENTER)
                       OR (WS-AUTH-APPROVE AND USR-MAY-APPROVE)
                       OR (WS-AUTH-VIEW AND USR-MAY-VIEW)
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   SET WS-AUTH-UNAVAILABLE TO TRUE
           END-EVALUATE.

       WRITE-PARM-RECORD.
           MOVE SPACES TO PARM-RECORD.
           MOVE PEND-RUN-ID TO PARM-RUN-ID.
           MOVE PEND-REVERSAL-RUN-ID TO PARM-REVERSAL-RUN-ID.
           MOVE PEND-TARGET-CATEGORY TO PARM-TARGET-CATEGORY.
           MOVE PEND-TRANSFER-AMOUNT TO PARM-TRANSFER-AMOUNT.
           MOVE PEND-OVERLAP-OVERRIDE TO PARM-OVERLAP-OVERRIDE.
           WRITE PARM-RECORD.

      *****************************************************************
      * JOB-STEP PERFORMANCE HISTORY (SEE PRFREC): AS THE STEP ENDS,   *
      * ONE RECORD OF ITS START AND END TIMES AND ITS VOLUMES IS ADDED *
      * TO PRFFILE FOR THE MYFPERF CAPACITY TREND. THE HISTORY IS      *
      * MEASUREMENT ONLY - A FILE THAT CANNOT BE OPENED OR WRITTEN IS  *
      * REPORTED ON SYSOUT AND LEAVES THE STEP'S RETURN CODE ALONE,    *
      * SINCE THE LATER STEPS' COND TESTS DEPEND ON IT.               *
      *****************************************************************
       WRITE-PERFORMANCE-RECORD.
           MOVE SPACES TO PRF-RECORD.
           MOVE WS-PRF-START-STAMP (1:8) TO PRF-START-DATE.
           MOVE WS-PRF-START-STAMP (9:8) TO PRF-START-TIME.
           MOVE 'MYCOBJOB' TO PRF-JOB-NAME.
           MOVE 'EXTRACT' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFPEXT' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE WS-EXTRACT-COUNT TO PRF-RANGES.
           MOVE 0 TO PRF-ITERATIONS.
           MOVE 0 TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           COMPUTE PRF-RECORDS-READ = WS-EXTRACT-COUNT
               + WS-SKIPPED-COUNT + WS-AWAITING-COUNT
               + WS-REVOKED-COUNT + WS-UNCHECKED-COUNT
               + WS-HELD-COUNT.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFPEXT: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFPEXT: PERFORMANCE HISTORY NOT '
                       'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
               END-IF
               CLOSE PRFFILE
           END-IF.

       TRY-PERFORMANCE-WRITE.
           WRITE PRF-RECORD
               INVALID KEY
                   ADD 1 TO PRF-KEY-SEQ
               NOT INVALID KEY
                   SET WS-PRF-WRITTEN-SW TO 'Y'
           END-WRITE.
           IF WS-PRF-STATUS (1:1) NOT = '0'
               AND WS-PRF-STATUS NOT = '22'
               MOVE 99 TO PRF-KEY-SEQ
           END-IF.

       TERMINATION.
           CLOSE PENDFILE.
           CLOSE PARMFILE.
           CLOSE USRFILE.
           CLOSE CATFILE.
           IF NOT WS-SIMULATION
               PERFORM WRITE-PERFORMANCE-RECORD
           END-IF.
