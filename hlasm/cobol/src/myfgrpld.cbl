       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFGRPLD'.
      *****************************************************************
      * MYFGRPLD   - ROLLUP GROUP MASTER MAINTENANCE UTILITY. APPLIES  *
      *              80-BYTE MAINTENANCE CARDS (SEE COPYBOOK GRPCARD)  *
      *              TO THE GROUP MASTER KSDS (SEE GRPREC AND          *
      *              HLASM/JCL/VSAM-DEFINE-GRPFILE.JCL): A ADDS A NEW  *
      *              GROUP, U REPLACES ITS DESCRIPTION, D DELETES IT.  *
      *              A GROUP STILL CARRIED BY ANY CATEGORY ON CATFILE  *
      *              (SEE CAT-GROUP-CODE) CANNOT BE DELETED - MOVE     *
      *              THE CATEGORIES FIRST THROUGH MYFCATLD ACTION 'G'  *
      *              OR MYFCMNT, OR THE CLOSING STATEMENT WOULD LOSE   *
      *              THEM FROM THE GROUP SUBTOTALS. EVERY CARD MUST    *
      *              NAME ITS REQUESTER, AND EVERY APPLIED CARD WRITES *
      *              A BEFORE/AFTER IMAGE OF THE GROUP RECORD TO THE   *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID. ANY   *
      *              CARD THAT CANNOT BE APPLIED IS LOGGED AND THE JOB *
      *              ENDS RC 8 SO OPERATIONS REVIEWS THE DECK.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPCARDS ASSIGN TO GRPCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT GRPFILE ASSIGN TO GRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODE
               FILE STATUS IS WS-GRP-STATUS.

           SELECT CATFILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRPCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY GRPCARD.

       FD  GRPFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY GRPREC.

       FD  CATFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CATREC.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-GRP-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-CAT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-CAT-EOF               VALUE 'Y'.
       01  WS-GRP-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-GRP-FOUND             VALUE 'Y'.
       01  WS-GROUP-IN-USE-SW           PIC X(01) VALUE 'N'.
           88  WS-GROUP-IN-USE          VALUE 'Y'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-ACTION                PIC X(01) VALUE SPACES.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CHG-AFTER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-IN-USE-CAT-CODE           PIC X(02) VALUE SPACES.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           DISPLAY 'MYFGRPLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT GRPCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFGRPLD: UNABLE TO OPEN GRPCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GRPFILE.
           IF WS-GRP-STATUS = '35'
               CLOSE GRPFILE
               OPEN OUTPUT GRPFILE
           END-IF.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'MYFGRPLD: UNABLE TO OPEN GRPFILE - STATUS '
                   WS-GRP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GRPCARDS
               STOP RUN
           END-IF.
           OPEN INPUT CATFILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'MYFGRPLD: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GRPCARDS
               CLOSE GRPFILE
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFGRPLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GRPCARDS
               CLOSE GRPFILE
               CLOSE CATFILE
               STOP RUN
           END-IF.

       APPLY-ONE-CARD.
           READ GRPCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           IF GRPC-CODE = SPACES
               DISPLAY 'MYFGRPLD: CARD REJECTED - GROUP CODE MISSING'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF GRPC-REQUESTER = SPACES
                   DISPLAY 'MYFGRPLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR GROUP ' GRPC-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM READ-GROUP-RECORD
                   EVALUATE TRUE
                       WHEN GRPC-ACTION-ADD
                           PERFORM ADD-GROUP
                       WHEN GRPC-ACTION-UPDATE
                           PERFORM UPDATE-GROUP
                       WHEN GRPC-ACTION-DELETE
                           PERFORM DELETE-GROUP
                       WHEN OTHER
                           DISPLAY 'MYFGRPLD: CARD REJECTED - ACTION '
                               GRPC-ACTION ' UNKNOWN FOR GROUP '
                               GRPC-CODE
                           ADD 1 TO WS-REJECTED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

       READ-GROUP-RECORD.
           SET WS-GRP-FOUND-SW TO 'N'.
           MOVE GRPC-CODE TO GRP-CODE.
           READ GRPFILE
               INVALID KEY
                   SET WS-GRP-FOUND-SW TO 'N'
               NOT INVALID KEY
                   SET WS-GRP-FOUND-SW TO 'Y'
           END-READ.

       ADD-GROUP.
           IF WS-GRP-FOUND
               DISPLAY 'MYFGRPLD: CARD REJECTED - GROUP ' GRPC-CODE
                   ' ALREADY ON MASTER'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE SPACES TO GRP-RECORD
               MOVE GRPC-CODE TO GRP-CODE
               MOVE GRPC-DESCRIPTION TO GRP-DESCRIPTION
               WRITE GRP-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'A' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE GRP-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       UPDATE-GROUP.
           IF NOT WS-GRP-FOUND
               DISPLAY 'MYFGRPLD: CARD REJECTED - GROUP ' GRPC-CODE
                   ' NOT ON MASTER'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE GRP-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE GRPC-DESCRIPTION TO GRP-DESCRIPTION
               REWRITE GRP-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'C' TO WS-CHG-ACTION
               MOVE GRP-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       DELETE-GROUP.
           IF NOT WS-GRP-FOUND
               DISPLAY 'MYFGRPLD: CARD REJECTED - GROUP ' GRPC-CODE
                   ' NOT ON MASTER'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM CHECK-GROUP-IN-USE
               IF WS-GROUP-IN-USE
                   DISPLAY 'MYFGRPLD: CARD REJECTED - GROUP ' GRPC-CODE
                       ' STILL ASSIGNED TO CATEGORY '
                       WS-IN-USE-CAT-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE GRP-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE GRPFILE RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

      *****************************************************************
      * SCAN THE CATEGORY MASTER FROM THE TOP FOR ANY CATEGORY STILL   *
      * ASSIGNED TO THE GROUP. DELETES ARE RARE AND THE MASTER IS      *
      * SMALL, SO A FULL PASS PER DELETE CARD IS CHEAP.               *
      *****************************************************************
       CHECK-GROUP-IN-USE.
           SET WS-GROUP-IN-USE-SW TO 'N'.
           SET WS-CAT-EOF-SW TO 'N'.
           MOVE SPACES TO WS-IN-USE-CAT-CODE.
           MOVE LOW-VALUES TO CAT-CODE.
           START CATFILE KEY NOT < CAT-CODE
               INVALID KEY
                   SET WS-CAT-EOF TO TRUE
           END-START.
           PERFORM CHECK-ONE-CATEGORY
               UNTIL WS-CAT-EOF OR WS-GROUP-IN-USE.

       CHECK-ONE-CATEGORY.
           READ CATFILE NEXT RECORD
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF CAT-GROUP-CODE = GRPC-CODE
                       SET WS-GROUP-IN-USE TO TRUE
                       MOVE CAT-CODE TO WS-IN-USE-CAT-CODE
                   END-IF
           END-READ.

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD: THE GROUP RECORD AS IT *
      * STOOD BEFORE THE CARD (SPACES FOR AN ADD) AND AFTER IT         *
      * (SPACES FOR A DELETE), UNDER THE REQUESTER PUNCHED ON THE      *
      * CARD. CHANGES LOGGED IN THE SAME SECOND TO THE SAME GROUP TAKE *
      * THE NEXT SEQUENCE, AS HISTORY EVENTS DO. THE MASTER IS ALREADY *
      * UPDATED, SO A LOG THAT CANNOT BE WRITTEN ENDS THE JOB RC 16    *
      * FOR INVESTIGATION.                                            *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'GRPFILE' TO CHG-FILE-ID.
           MOVE GRPC-CODE TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE GRPC-REQUESTER TO CHG-USER-ID.
           MOVE 'MYCOBGRP' TO CHG-JOB-NAME.
           MOVE 'MYFGRPLD' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFGRPLD: CHANGE LOG WRITE FAILED - GROUP '
                   GRPC-CODE ' STATUS ' WS-CHG-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       TRY-CHANGE-LOG-WRITE.
           WRITE CHG-RECORD
               INVALID KEY
                   ADD 1 TO CHG-SEQ
               NOT INVALID KEY
                   SET WS-CHG-WRITTEN-SW TO 'Y'
           END-WRITE.

       TERMINATION.
           CLOSE GRPCARDS.
           CLOSE GRPFILE.
           CLOSE CATFILE.
           CLOSE CHGFILE.
