       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFBUDLD'.
      *****************************************************************
      * MYFBUDLD   - CATEGORY BUDGET MAINTENANCE UTILITY. APPLIES      *
      *              80-BYTE MAINTENANCE CARDS - OR THE FINANCE BUDGET *
      *              FEED, WHICH ARRIVES IN THE SAME LAYOUT (SEE       *
      *              COPYBOOK BUDCARD) - TO THE BUDGET KSDS (SEE       *
      *              BUDREC AND HLASM/JCL/VSAM-DEFINE-BUDFILE.JCL): A  *
      *              ADDS A BUDGET FOR A CATEGORY AND ACCOUNTING       *
      *              PERIOD, U REPLACES ITS AMOUNT, D DELETES IT, S    *
      *              ADDS OR REPLACES IT AS THE CASE MAY BE. A BUDGET  *
      *              CAN ONLY BE ADDED OR SET FOR A CATEGORY ON THE    *
      *              CATEGORY MASTER, BUT ONE LEFT BEHIND BY A         *
      *              CATEGORY SINCE REMOVED CAN STILL BE DELETED.      *
      *              EVERY CARD MUST NAME ITS REQUESTER, AND EVERY     *
      *              APPLIED CARD WRITES A BEFORE/AFTER IMAGE OF THE   *
      *              BUDGET RECORD TO THE CHANGE LOG (SEE CHGREC)      *
      *              UNDER THAT USER ID; AN S CARD THAT LEAVES THE     *
      *              AMOUNT AS IT WAS CHANGES NOTHING AND LOGS         *
      *              NOTHING. ANY CARD THAT CANNOT BE APPLIED IS       *
      *              LOGGED AND THE JOB ENDS RC 8 SO OPERATIONS        *
      *              REVIEWS THE DECK OR THE FEED.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDCARDS ASSIGN TO BUDCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT BUDFILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

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
       FD  BUDCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BUDCARD.

       FD  BUDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BUDREC.

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
       01  WS-BUD-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
           88  WS-CARD-OK               VALUE 'Y'.
           88  WS-CARD-BAD              VALUE 'N'.
       01  WS-BUD-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-BUD-FOUND             VALUE 'Y'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-ACTION                PIC X(01) VALUE SPACES.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CHG-AFTER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNCHANGED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           DISPLAY 'MYFBUDLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-UNCHANGED-COUNT ' ALREADY AS SET, '
               WS-REJECTED-COUNT ' REJECTED'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT BUDCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFBUDLD: UNABLE TO OPEN BUDCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDFILE.
           IF WS-BUD-STATUS = '35'
               CLOSE BUDFILE
               OPEN OUTPUT BUDFILE
           END-IF.
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'MYFBUDLD: UNABLE TO OPEN BUDFILE - STATUS '
                   WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BUDCARDS
               STOP RUN
           END-IF.
           OPEN INPUT CATFILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'MYFBUDLD: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BUDCARDS
               CLOSE BUDFILE
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFBUDLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BUDCARDS
               CLOSE BUDFILE
               CLOSE CATFILE
               STOP RUN
           END-IF.

       APPLY-ONE-CARD.
           READ BUDCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-BUDGET-CARD.
           IF WS-CARD-OK
               PERFORM READ-BUDGET-RECORD
               EVALUATE TRUE
                   WHEN BUDC-ACTION-ADD
                       PERFORM ADD-BUDGET
                   WHEN BUDC-ACTION-UPDATE
                       PERFORM UPDATE-BUDGET
                   WHEN BUDC-ACTION-DELETE
                       PERFORM DELETE-BUDGET
                   WHEN BUDC-ACTION-SET
                       IF WS-BUD-FOUND
                           PERFORM UPDATE-BUDGET
                       ELSE
                           PERFORM ADD-BUDGET
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE CARD MUST CARRY AN ACTION, A CATEGORY, A REAL PERIOD       *
      * (YYYYMM) AND ITS REQUESTER; ANY ACTION BUT A DELETE ALSO NEEDS *
      * A SIGNED NUMERIC AMOUNT AND A CATEGORY THAT IS ON THE CATEGORY *
      * MASTER.                                                       *
      *****************************************************************
       EDIT-BUDGET-CARD.
           SET WS-CARD-OK TO TRUE.
           EVALUATE TRUE
               WHEN NOT BUDC-ACTION-ADD
                   AND NOT BUDC-ACTION-UPDATE
                   AND NOT BUDC-ACTION-DELETE
                   AND NOT BUDC-ACTION-SET
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - ACTION '
                       BUDC-ACTION ' UNKNOWN FOR CATEGORY '
                       BUDC-CATEGORY-CODE
               WHEN BUDC-CATEGORY-CODE = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - CATEGORY CODE '
                       'MISSING'
               WHEN BUDC-REQUESTER = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR CATEGORY ' BUDC-CATEGORY-CODE
               WHEN BUDC-PERIOD-ID IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - PERIOD '
                       BUDC-PERIOD-ID ' NOT A VALID YYYYMM PERIOD'
               WHEN BUDC-PERIOD-MONTH < 1
                   OR BUDC-PERIOD-MONTH > 12
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - PERIOD '
                       BUDC-PERIOD-ID ' NOT A VALID YYYYMM PERIOD'
               WHEN NOT BUDC-ACTION-DELETE
                   AND BUDC-AMOUNT IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFBUDLD: CARD REJECTED - AMOUNT NOT '
                       'SIGNED NUMERIC FOR CATEGORY '
                       BUDC-CATEGORY-CODE ' PERIOD ' BUDC-PERIOD-ID
           END-EVALUATE.
           IF WS-CARD-OK
               AND NOT BUDC-ACTION-DELETE
               MOVE BUDC-CATEGORY-CODE TO CAT-CODE
               READ CATFILE
                   INVALID KEY
                       SET WS-CARD-BAD TO TRUE
                       DISPLAY 'MYFBUDLD: CARD REJECTED - CATEGORY '
                           BUDC-CATEGORY-CODE
                           ' NOT ON CATEGORY MASTER'
               END-READ
           END-IF.
           IF WS-CARD-BAD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       READ-BUDGET-RECORD.
           SET WS-BUD-FOUND-SW TO 'N'.
           MOVE BUDC-CATEGORY-CODE TO BUD-CATEGORY-CODE.
           MOVE BUDC-PERIOD-ID TO BUD-PERIOD-ID.
           READ BUDFILE
               INVALID KEY
                   SET WS-BUD-FOUND-SW TO 'N'
               NOT INVALID KEY
                   SET WS-BUD-FOUND-SW TO 'Y'
           END-READ.

       ADD-BUDGET.
           IF WS-BUD-FOUND
               DISPLAY 'MYFBUDLD: CARD REJECTED - CATEGORY '
                   BUDC-CATEGORY-CODE ' PERIOD ' BUDC-PERIOD-ID
                   ' ALREADY ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE SPACES TO BUD-RECORD
               MOVE BUDC-CATEGORY-CODE TO BUD-CATEGORY-CODE
               MOVE BUDC-PERIOD-ID TO BUD-PERIOD-ID
               MOVE BUDC-AMOUNT TO BUD-AMOUNT
               MOVE FUNCTION CURRENT-DATE (1:8) TO BUD-UPDATE-DATE
               MOVE BUDC-REQUESTER TO BUD-UPDATE-USER
               WRITE BUD-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'A' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE BUD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       UPDATE-BUDGET.
           IF NOT WS-BUD-FOUND
               DISPLAY 'MYFBUDLD: CARD REJECTED - CATEGORY '
                   BUDC-CATEGORY-CODE ' PERIOD ' BUDC-PERIOD-ID
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF BUDC-ACTION-SET
                   AND BUD-AMOUNT = BUDC-AMOUNT
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   MOVE BUD-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE BUDC-AMOUNT TO BUD-AMOUNT
                   MOVE FUNCTION CURRENT-DATE (1:8) TO BUD-UPDATE-DATE
                   MOVE BUDC-REQUESTER TO BUD-UPDATE-USER
                   REWRITE BUD-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'C' TO WS-CHG-ACTION
                   MOVE BUD-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       DELETE-BUDGET.
           IF NOT WS-BUD-FOUND
               DISPLAY 'MYFBUDLD: CARD REJECTED - CATEGORY '
                   BUDC-CATEGORY-CODE ' PERIOD ' BUDC-PERIOD-ID
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE BUD-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE BUDFILE RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD: THE BUDGET RECORD AS   *
      * IT STOOD BEFORE THE CARD (SPACES FOR AN ADD) AND AFTER IT      *
      * (SPACES FOR A DELETE), UNDER THE REQUESTER PUNCHED ON THE      *
      * CARD. THE RECORD KEY IS THE CATEGORY AND PERIOD. THE BUDGET    *
      * FILE IS ALREADY UPDATED, SO A LOG THAT CANNOT BE WRITTEN ENDS  *
      * THE JOB RC 16 FOR INVESTIGATION.                              *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'BUDFILE' TO CHG-FILE-ID.
           MOVE BUDC-CATEGORY-CODE TO CHG-RECORD-KEY (1:2).
           MOVE BUDC-PERIOD-ID TO CHG-RECORD-KEY (3:6).
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE BUDC-REQUESTER TO CHG-USER-ID.
           MOVE 'MYCOBBUD' TO CHG-JOB-NAME.
           MOVE 'MYFBUDLD' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFBUDLD: CHANGE LOG WRITE FAILED - CATEGORY '
                   BUDC-CATEGORY-CODE ' STATUS ' WS-CHG-STATUS
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
           CLOSE BUDCARDS.
           CLOSE BUDFILE.
           CLOSE CATFILE.
           CLOSE CHGFILE.
