       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFUSRLD'.
      *****************************************************************
      * MYFUSRLD   - USER CATEGORY AUTHORITY MAINTENANCE UTILITY.      *
      *              APPLIES 80-BYTE MAINTENANCE CARDS (SEE COPYBOOK   *
      *              USRCARD) TO THE USER AUTHORITY KSDS (SEE USRREC   *
      *              AND HLASM/JCL/VSAM-DEFINE-USRFILE.JCL): A ADDS A  *
      *              GRANT, U REPLACES ITS ENTER/APPROVE/VIEW FLAGS,   *
      *              D REVOKES IT. A CATEGORY GRANT MUST NAME A        *
      *              CATEGORY ON CATFILE AND A GROUP GRANT A GROUP ON  *
      *              THE GROUP MASTER WHEN IT IS ADDED; AN ALL-        *
      *              CATEGORIES GRANT CARRIES NO CODE. EVERY CARD MUST *
      *              NAME ITS REQUESTER, WHO MAY NOT BE THE USER       *
      *              RECEIVING THE GRANT, AND EVERY APPLIED CARD       *
      *              WRITES A BEFORE/AFTER IMAGE OF THE GRANT TO THE   *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID. ANY   *
      *              CARD THAT CANNOT BE APPLIED IS LOGGED AND THE JOB *
      *              ENDS RC 8 SO OPERATIONS REVIEWS THE DECK.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRCARDS ASSIGN TO USRCARDS
               FILE STATUS IS WS-CARD-STATUS.

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

           SELECT GRPFILE ASSIGN TO GRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODE
               FILE STATUS IS WS-GRP-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY USRCARD.

       FD  USRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY USRREC.

       FD  CATFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CATREC.

       FD  GRPFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY GRPREC.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-USR-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAT-STATUS                PIC X(02) VALUE '00'.
       01  WS-GRP-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-USR-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-USR-FOUND             VALUE 'Y'.
       01  WS-CARD-VALID-SW             PIC X(01) VALUE 'Y'.
           88  WS-CARD-VALID            VALUE 'Y'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-ACTION                PIC X(01) VALUE SPACES.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CHG-AFTER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           DISPLAY 'MYFUSRLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT USRCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFUSRLD: UNABLE TO OPEN USRCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O USRFILE.
           IF WS-USR-STATUS = '35'
               CLOSE USRFILE
               OPEN OUTPUT USRFILE
           END-IF.
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'MYFUSRLD: UNABLE TO OPEN USRFILE - STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USRCARDS
               STOP RUN
           END-IF.
           OPEN INPUT CATFILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'MYFUSRLD: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USRCARDS
               CLOSE USRFILE
               STOP RUN
           END-IF.
           OPEN INPUT GRPFILE.
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'MYFUSRLD: UNABLE TO OPEN GRPFILE - STATUS '
                   WS-GRP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USRCARDS
               CLOSE USRFILE
               CLOSE CATFILE
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFUSRLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USRCARDS
               CLOSE USRFILE
               CLOSE CATFILE
               CLOSE GRPFILE
               STOP RUN
           END-IF.

       APPLY-ONE-CARD.
           READ USRCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-AUTHORITY-CARD.
           IF WS-CARD-VALID
               PERFORM READ-AUTHORITY-RECORD
               EVALUATE TRUE
                   WHEN USRC-ACTION-ADD
                       PERFORM ADD-AUTHORITY
                   WHEN USRC-ACTION-UPDATE
                       PERFORM UPDATE-AUTHORITY
                   WHEN USRC-ACTION-DELETE
                       PERFORM DELETE-AUTHORITY
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *****************************************************************
      * CARD-LEVEL EDITS, FIRST FAILURE WINS. A BLANK RIGHTS FLAG IS   *
      * TAKEN AS N SO A CARD GRANTING ONLY VIEW NEED PUNCH ONLY THE    *
      * ONE COLUMN. NOBODY MAY GRANT THEMSELVES AUTHORITY - THE        *
      * REQUESTER MUST BE SOMEONE ELSE.                               *
      *****************************************************************
       EDIT-AUTHORITY-CARD.
           SET WS-CARD-VALID-SW TO 'Y'.
           IF USRC-ENTER-FLAG = SPACE
               MOVE 'N' TO USRC-ENTER-FLAG
           END-IF.
           IF USRC-APPROVE-FLAG = SPACE
               MOVE 'N' TO USRC-APPROVE-FLAG
           END-IF.
           IF USRC-VIEW-FLAG = SPACE
               MOVE 'N' TO USRC-VIEW-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN NOT USRC-ACTION-ADD
                   AND NOT USRC-ACTION-UPDATE
                   AND NOT USRC-ACTION-DELETE
                   DISPLAY 'MYFUSRLD: CARD REJECTED - ACTION '
                       USRC-ACTION ' UNKNOWN FOR USER ' USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN USRC-USER-ID = SPACES
                   DISPLAY 'MYFUSRLD: CARD REJECTED - USER ID MISSING'
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN NOT USRC-SCOPE-CATEGORY
                   AND NOT USRC-SCOPE-GROUP
                   AND NOT USRC-SCOPE-ALL
                   DISPLAY 'MYFUSRLD: CARD REJECTED - SCOPE '
                       USRC-SCOPE-TYPE ' NOT C, G OR A FOR USER '
                       USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN USRC-SCOPE-ALL
                   AND USRC-SCOPE-CODE NOT = SPACES
                   DISPLAY 'MYFUSRLD: CARD REJECTED - ALL-CATEGORIES '
                       'GRANT CARRIES A CODE FOR USER ' USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN NOT USRC-SCOPE-ALL
                   AND USRC-SCOPE-CODE = SPACES
                   DISPLAY 'MYFUSRLD: CARD REJECTED - SCOPE CODE '
                       'MISSING FOR USER ' USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN (USRC-ENTER-FLAG NOT = 'Y'
                   AND USRC-ENTER-FLAG NOT = 'N')
                   OR (USRC-APPROVE-FLAG NOT = 'Y'
                   AND USRC-APPROVE-FLAG NOT = 'N')
                   OR (USRC-VIEW-FLAG NOT = 'Y'
                   AND USRC-VIEW-FLAG NOT = 'N')
                   DISPLAY 'MYFUSRLD: CARD REJECTED - RIGHTS FLAGS '
                       'MUST BE Y OR N FOR USER ' USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN USRC-REQUESTER = SPACES
                   DISPLAY 'MYFUSRLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR USER ' USRC-USER-ID
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN USRC-REQUESTER = USRC-USER-ID
                   DISPLAY 'MYFUSRLD: CARD REJECTED - USER '
                       USRC-USER-ID ' MAY NOT REQUEST OWN AUTHORITY'
                   SET WS-CARD-VALID-SW TO 'N'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-AUTHORITY-RECORD.
           SET WS-USR-FOUND-SW TO 'N'.
           MOVE USRC-USER-ID TO USR-USER-ID.
           MOVE USRC-SCOPE-TYPE TO USR-SCOPE-TYPE.
           MOVE USRC-SCOPE-CODE TO USR-SCOPE-CODE.
           READ USRFILE
               INVALID KEY
                   SET WS-USR-FOUND-SW TO 'N'
               NOT INVALID KEY
                   SET WS-USR-FOUND-SW TO 'Y'
           END-READ.

      *****************************************************************
      * A NEW GRANT MUST NAME A CATEGORY OR GROUP THAT EXISTS, SO A    *
      * MISPUNCHED CODE CANNOT SIT ON FILE GRANTING NOTHING. UPDATES   *
      * AND REVOKES ARE NOT CHECKED - A GRANT MUST STILL BE REMOVABLE  *
      * AFTER ITS CATEGORY OR GROUP HAS GONE.                         *
      *****************************************************************
       ADD-AUTHORITY.
           IF WS-USR-FOUND
               DISPLAY 'MYFUSRLD: CARD REJECTED - USER ' USRC-USER-ID
                   ' ALREADY HOLDS GRANT ' USRC-SCOPE-TYPE
                   USRC-SCOPE-CODE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM CHECK-SCOPE-CODE
               IF WS-CARD-VALID
                   MOVE SPACES TO USR-RECORD
                   MOVE USRC-USER-ID TO USR-USER-ID
                   MOVE USRC-SCOPE-TYPE TO USR-SCOPE-TYPE
                   MOVE USRC-SCOPE-CODE TO USR-SCOPE-CODE
                   PERFORM MOVE-CARD-FLAGS
                   WRITE USR-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE USR-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       CHECK-SCOPE-CODE.
           IF USRC-SCOPE-CATEGORY
               MOVE USRC-SCOPE-CODE TO CAT-CODE
               READ CATFILE
                   INVALID KEY
                       DISPLAY 'MYFUSRLD: CARD REJECTED - CATEGORY '
                           USRC-SCOPE-CODE ' NOT ON CATEGORY MASTER'
                       SET WS-CARD-VALID-SW TO 'N'
               END-READ
           END-IF.
           IF USRC-SCOPE-GROUP
               MOVE USRC-SCOPE-CODE TO GRP-CODE
               READ GRPFILE
                   INVALID KEY
                       DISPLAY 'MYFUSRLD: CARD REJECTED - GROUP '
                           USRC-SCOPE-CODE ' NOT ON GROUP MASTER'
                       SET WS-CARD-VALID-SW TO 'N'
               END-READ
           END-IF.

       UPDATE-AUTHORITY.
           IF NOT WS-USR-FOUND
               DISPLAY 'MYFUSRLD: CARD REJECTED - USER ' USRC-USER-ID
                   ' HOLDS NO GRANT ' USRC-SCOPE-TYPE USRC-SCOPE-CODE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE USR-RECORD TO WS-CHG-BEFORE-IMAGE
               PERFORM MOVE-CARD-FLAGS
               REWRITE USR-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'C' TO WS-CHG-ACTION
               MOVE USR-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       DELETE-AUTHORITY.
           IF NOT WS-USR-FOUND
               DISPLAY 'MYFUSRLD: CARD REJECTED - USER ' USRC-USER-ID
                   ' HOLDS NO GRANT ' USRC-SCOPE-TYPE USRC-SCOPE-CODE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE USR-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE USRFILE RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       MOVE-CARD-FLAGS.
           MOVE USRC-ENTER-FLAG TO USR-ENTER-FLAG.
           MOVE USRC-APPROVE-FLAG TO USR-APPROVE-FLAG.
           MOVE USRC-VIEW-FLAG TO USR-VIEW-FLAG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO USR-CHANGE-DATE.
           MOVE USRC-REQUESTER TO USR-CHANGE-USER.

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD, KEYED BY THE USER ID,  *
      * SCOPE AND CODE OF THE GRANT: THE GRANT AS IT STOOD BEFORE THE  *
      * CARD (SPACES FOR AN ADD) AND AFTER IT (SPACES FOR A REVOKE),   *
      * UNDER THE REQUESTER PUNCHED ON THE CARD. THE AUTHORITY FILE IS *
      * ALREADY UPDATED, SO A LOG THAT CANNOT BE WRITTEN ENDS THE JOB  *
      * RC 16 FOR INVESTIGATION.                                      *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'USRFILE' TO CHG-FILE-ID.
           MOVE USRC-USER-ID TO CHG-RECORD-KEY (1:8).
           MOVE USRC-SCOPE-TYPE TO CHG-RECORD-KEY (9:1).
           MOVE USRC-SCOPE-CODE TO CHG-RECORD-KEY (10:2).
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE USRC-REQUESTER TO CHG-USER-ID.
           MOVE 'MYCOBUSR' TO CHG-JOB-NAME.
           MOVE 'MYFUSRLD' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFUSRLD: CHANGE LOG WRITE FAILED - USER '
                   USRC-USER-ID ' STATUS ' WS-CHG-STATUS
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
           CLOSE USRCARDS.
           CLOSE USRFILE.
           CLOSE CATFILE.
           CLOSE GRPFILE.
           CLOSE CHGFILE.
