      *              TOUCHED HERE - ONLY THE BATCH ENGINE POSTS THEM.  *
      *              ANY CARD THAT CANNOT BE APPLIED IS LOGGED AND    *
      *              THE JOB ENDS RC 8 SO OPERATIONS REVIEWS THE      *
      *              DECK. EVERY CARD MUST NAME ITS REQUESTER, AND     *
      *              EVERY APPLIED CARD WRITES A BEFORE/AFTER IMAGE    *
      *              OF THE MASTER RECORD TO THE CHANGE LOG (SEE       *
      *              CHGREC) UNDER THAT USER ID.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CAT-STATUS.

           SELECT GRPFILE ASSIGN TO GRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRP-CODE
               FILE STATUS IS WS-GRP-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCARDS
           LABEL RECORDS STANDARD.
           COPY GRPREC.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-CAT-STATUS                PIC X(02) VALUE '00'.
       01  WS-GRP-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-GRP-EOF-SW                PIC X(01) VALUE 'N'.
               10  WS-GRP-DESC          PIC X(30).
       01  WS-GRP-SUB                   PIC 9(02) VALUE 0.
       01  WS-GRP-HIT                   PIC 9(02) VALUE 0.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-ACTION                PIC X(01) VALUE SPACES.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

               CLOSE CATCARDS
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFCATLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CATCARDS
               CLOSE CATFILE
               STOP RUN
           END-IF.
           PERFORM LOAD-GROUP-MASTER.

      *****************************************************************
                   'MISSING'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF CATC-REQUESTER = SPACES
                   DISPLAY 'MYFCATLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR CODE ' CATC-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM APPLY-CATEGORY-CARD
               END-IF
           END-IF.

       APPLY-CATEGORY-CARD.
           PERFORM READ-CATEGORY-RECORD.
           IF CATC-ACTION-ADD
               PERFORM ADD-CATEGORY
           ELSE
               IF CATC-ACTION-UPDATE
                   OR CATC-ACTION-INACT
                   OR CATC-ACTION-REACT
                   OR CATC-ACTION-GROUP
                   PERFORM CHANGE-CATEGORY
               ELSE
                   DISPLAY 'MYFCATLD: CARD REJECTED - ACTION '
                       CATC-ACTION ' UNKNOWN FOR CODE ' CATC-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

                   MOVE CATC-GROUP-CODE TO CAT-GROUP-CODE
                   WRITE CAT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

                   ' NOT ON MASTER'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE 'C' TO WS-CHG-ACTION
               MOVE CAT-RECORD TO WS-CHG-BEFORE-IMAGE
               IF CATC-ACTION-GROUP
                   PERFORM EDIT-GROUP-CODE
                   IF WS-GROUP-OK
                       MOVE CATC-GROUP-CODE TO CAT-GROUP-CODE
                       REWRITE CAT-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-CHANGE-LOG
                   END-IF
               ELSE
                   IF CATC-ACTION-UPDATE
                   END-IF
                   REWRITE CAT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD: THE MASTER RECORD AS   *
      * IT STOOD BEFORE THE CARD (SPACES FOR AN ADD) AND AS IT STANDS  *
      * NOW, UNDER THE REQUESTER PUNCHED ON THE CARD. CHANGES LOGGED   *
      * IN THE SAME SECOND TO THE SAME CODE TAKE THE NEXT SEQUENCE,    *
      * AS HISTORY EVENTS DO. THE MASTER IS ALREADY UPDATED, SO A LOG  *
      * THAT CANNOT BE WRITTEN ENDS THE JOB RC 16 FOR INVESTIGATION.   *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'CATFILE' TO CHG-FILE-ID.
           MOVE CATC-CODE TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE CATC-REQUESTER TO CHG-USER-ID.
           MOVE 'MYCOBCAT' TO CHG-JOB-NAME.
           MOVE 'MYFCATLD' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE CAT-RECORD TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFCATLD: CHANGE LOG WRITE FAILED - CODE '
                   CATC-CODE ' STATUS ' WS-CHG-STATUS
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
           CLOSE CATCARDS.
           CLOSE CATFILE.
           CLOSE CHGFILE.
