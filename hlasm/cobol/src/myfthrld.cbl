       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFTHRLD'.
      *****************************************************************
      * MYFTHRLD   - POSITION THRESHOLD MAINTENANCE UTILITY. APPLIES   *
      *              80-BYTE MAINTENANCE CARDS (SEE COPYBOOK THRCARD)  *
      *              TO THE POSITION MONITORING CONTROL FILE (SEE      *
      *              THRREC): A ADDS A THRESHOLD FOR A CATEGORY ('**'  *
      *              FOR THE DEFAULT) AND EFFECTIVE DATE, U REPLACES   *
      *              ITS WARNING AND ERROR BOUNDS, D DELETES IT. THE   *
      *              THRESHOLD FILE IS SEQUENTIAL, SO THE CURRENT FILE *
      *              IS LOADED INTO AN IN-STORAGE TABLE (THE SAME      *
      *              50-ENTRY CEILING MYFCMON READS IT WITH), THE      *
      *              CARDS ARE APPLIED TO THE TABLE, AND THE WHOLE     *
      *              TABLE IS WRITTEN TO THRNEW, WHICH THE FOLLOWING   *
      *              JOB STEPS COPY BACK OVER THE THRESHOLD FILE (SEE  *
      *              HLASM/JCL/MYCOBTHR.JCL). EVERY CARD MUST NAME ITS *
      *              REQUESTER, AND EVERY APPLIED CARD WRITES A        *
      *              BEFORE/AFTER IMAGE OF THE THRESHOLD RECORD TO THE *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID, ONCE  *
      *              THE NEW FILE HAS BEEN WRITTEN WHOLE. ANY CARD     *
      *              THAT CANNOT BE APPLIED IS LOGGED AND THE JOB ENDS *
      *              RC 8 SO OPERATIONS REVIEWS THE DECK; THE CARDS    *
      *              THAT WERE APPLIED STILL REACH THE FILE. A         *
      *              THRESHOLD FILE THAT CANNOT BE READ WHOLE ENDS THE *
      *              JOB RC 16 WITH NOTHING APPLIED.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRCARDS ASSIGN TO THRCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT THRFILE ASSIGN TO THRFILE
               FILE STATUS IS WS-THR-STATUS.

           SELECT THRNEW ASSIGN TO THRNEW
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THRCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY THRCARD.

       FD  THRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY THRREC.

       FD  THRNEW
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  THRNEW-RECORD                PIC X(80).

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-THR-STATUS                PIC X(02) VALUE '00'.
       01  WS-NEW-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-THR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-THR-EOF               VALUE 'Y'.
       01  WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
           88  WS-CARD-OK               VALUE 'Y'.
           88  WS-CARD-BAD              VALUE 'N'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-ACTION                PIC X(01) VALUE SPACES.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CHG-AFTER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-LOG-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MAX-LOG-ENTRIES           PIC 9(03) VALUE 500.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 500 TIMES.
               10  WS-LOG-RECORD-KEY    PIC X(16).
               10  WS-LOG-ACTION        PIC X(01).
               10  WS-LOG-USER-ID       PIC X(08).
               10  WS-LOG-BEFORE-IMAGE  PIC X(80).
               10  WS-LOG-AFTER-IMAGE   PIC X(80).
               10  WS-LOG-CHG-KEY       PIC X(40).
       01  WS-LOG-SUB                   PIC 9(03) VALUE 0.
       01  WS-LOG-WRITTEN               PIC 9(03) VALUE 0.
       01  WS-THR-COUNT                 PIC 9(02) VALUE 0.
       01  WS-MAX-THR-ENTRIES           PIC 9(02) VALUE 50.
       01  WS-THR-TABLE.
           05  WS-THR-ENTRY OCCURS 50 TIMES.
               10  WS-THR-CAT           PIC X(02).
               10  WS-THR-EFF           PIC X(08).
               10  WS-THR-REST          PIC X(70).
       01  WS-THR-SUB                   PIC 9(02) VALUE 0.
       01  WS-THR-HIT                   PIC 9(02) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           PERFORM WRITE-THRESHOLD-FILE.
           IF RETURN-CODE < 8
               PERFORM POST-CHANGE-LOG
           END-IF.
           DISPLAY 'MYFTHRLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED, ' WS-THR-COUNT
               ' THRESHOLD(S) ON FILE'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT THRCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFTHRLD: UNABLE TO OPEN THRCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-THRESHOLD-FILE.
           OPEN OUTPUT THRNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFTHRLD: UNABLE TO OPEN THRNEW - STATUS '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE THRCARDS
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFTHRLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE THRCARDS
               CLOSE THRNEW
               STOP RUN
           END-IF.

      *****************************************************************
      * EVERY RECORD ON THE CURRENT FILE IS CARRIED FORWARD AS IT      *
      * STANDS - EVEN ONE MYFCMON WOULD IGNORE - SO THE NEW FILE       *
      * DIFFERS FROM THE OLD ONLY BY THE CARDS. A FILE THAT DOES NOT   *
      * EXIST YET STARTS THE TABLE EMPTY; ONE THAT CANNOT BE READ, OR  *
      * HOLDS MORE THAN THE TABLE, WOULD LOSE THRESHOLDS IF IT WERE    *
      * REWRITTEN, SO THE JOB STOPS INSTEAD.                          *
      *****************************************************************
       LOAD-THRESHOLD-FILE.
           OPEN INPUT THRFILE.
           IF WS-THR-STATUS = '35'
               DISPLAY 'MYFTHRLD: THRESHOLD FILE NOT FOUND - STARTING '
                   'FROM AN EMPTY FILE'
           ELSE
               IF WS-THR-STATUS NOT = '00'
                   DISPLAY 'MYFTHRLD: UNABLE TO OPEN THRFILE - STATUS '
                       WS-THR-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE THRCARDS
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-THRESHOLD UNTIL WS-THR-EOF
               CLOSE THRFILE
           END-IF.

       LOAD-ONE-THRESHOLD.
           READ THRFILE
               AT END
                   SET WS-THR-EOF TO TRUE
               NOT AT END
                   IF WS-THR-COUNT < WS-MAX-THR-ENTRIES
                       ADD 1 TO WS-THR-COUNT
                       MOVE THR-RECORD TO WS-THR-ENTRY (WS-THR-COUNT)
                   ELSE
                       DISPLAY 'MYFTHRLD: THRESHOLD FILE HOLDS MORE '
                           'THAN ' WS-MAX-THR-ENTRIES ' RECORDS - '
                           'NOTHING APPLIED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE THRFILE
                       CLOSE THRCARDS
                       STOP RUN
                   END-IF
           END-READ.

       APPLY-ONE-CARD.
           READ THRCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-THRESHOLD-CARD.
           IF WS-CARD-OK
               PERFORM FIND-THRESHOLD-ENTRY
               EVALUATE TRUE
                   WHEN THRC-ACTION-ADD
                       PERFORM ADD-THRESHOLD
                   WHEN THRC-ACTION-UPDATE
                       PERFORM UPDATE-THRESHOLD
                   WHEN THRC-ACTION-DELETE
                       PERFORM DELETE-THRESHOLD
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE CARD MUST CARRY AN ACTION, A CATEGORY, A REAL EFFECTIVE    *
      * DATE AND ITS REQUESTER; AN ADD OR UPDATE ALSO NEEDS NUMERIC    *
      * WARNING AND ERROR BOUNDS, THE WARNING BOUND NOT ABOVE THE      *
      * ERROR BOUND - MYFCMON CHECKS THE ERROR BOUND FIRST, SO A       *
      * HIGHER WARNING BOUND COULD NEVER FIRE.                        *
      *****************************************************************
       EDIT-THRESHOLD-CARD.
           SET WS-CARD-OK TO TRUE.
           EVALUATE TRUE
               WHEN NOT THRC-ACTION-ADD
                   AND NOT THRC-ACTION-UPDATE
                   AND NOT THRC-ACTION-DELETE
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - ACTION '
                       THRC-ACTION ' UNKNOWN FOR CATEGORY '
                       THRC-CATEGORY-CODE
               WHEN THRC-CATEGORY-CODE = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - CATEGORY CODE '
                       'MISSING'
               WHEN THRC-REQUESTER = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR CATEGORY ' THRC-CATEGORY-CODE
               WHEN THRC-EFF-DATE IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - EFFECTIVE DATE '
                       THRC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN FUNCTION TEST-DATE-YYYYMMDD (THRC-EFF-DATE-NUM)
                       NOT = 0
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - EFFECTIVE DATE '
                       THRC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN WS-LOG-COUNT NOT < WS-MAX-LOG-ENTRIES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - MORE THAN '
                       WS-MAX-LOG-ENTRIES ' CHANGES IN ONE RUN FOR '
                       'CATEGORY ' THRC-CATEGORY-CODE
               WHEN THRC-ACTION-DELETE
                   CONTINUE
               WHEN THRC-WARN-LIMIT IS NOT NUMERIC
                   OR THRC-ERROR-LIMIT IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - BOUNDS '
                       THRC-WARN-LIMIT '/' THRC-ERROR-LIMIT
                       ' NOT NUMERIC FOR CATEGORY ' THRC-CATEGORY-CODE
               WHEN THRC-WARN-LIMIT-NUM > THRC-ERROR-LIMIT-NUM
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFTHRLD: CARD REJECTED - WARNING BOUND '
                       'ABOVE ERROR BOUND FOR CATEGORY '
                       THRC-CATEGORY-CODE
           END-EVALUATE.
           IF WS-CARD-BAD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FIND-THRESHOLD-ENTRY.
           MOVE 0 TO WS-THR-HIT.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > WS-THR-COUNT
               IF WS-THR-CAT (WS-THR-SUB) = THRC-CATEGORY-CODE
                   AND WS-THR-EFF (WS-THR-SUB) = THRC-EFF-DATE
                   MOVE WS-THR-SUB TO WS-THR-HIT
               END-IF
           END-PERFORM.

       ADD-THRESHOLD.
           IF WS-THR-HIT NOT = 0
               DISPLAY 'MYFTHRLD: CARD REJECTED - CATEGORY '
                   THRC-CATEGORY-CODE ' EFFECTIVE ' THRC-EFF-DATE
                   ' ALREADY ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-THR-COUNT NOT < WS-MAX-THR-ENTRIES
                   DISPLAY 'MYFTHRLD: CARD REJECTED - THRESHOLD FILE '
                       'FULL AT ' WS-MAX-THR-ENTRIES ' RECORDS FOR '
                       'CATEGORY ' THRC-CATEGORY-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE SPACES TO THR-RECORD
                   MOVE THRC-CATEGORY-CODE TO THR-CATEGORY-CODE
                   MOVE THRC-EFF-DATE TO THR-EFF-DATE
                   MOVE THRC-WARN-LIMIT-NUM TO THR-WARN-LIMIT
                   MOVE THRC-ERROR-LIMIT-NUM TO THR-ERROR-LIMIT
                   ADD 1 TO WS-THR-COUNT
                   MOVE THR-RECORD TO WS-THR-ENTRY (WS-THR-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE THR-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM SAVE-CHANGE-LOG
               END-IF
           END-IF.

       UPDATE-THRESHOLD.
           IF WS-THR-HIT = 0
               DISPLAY 'MYFTHRLD: CARD REJECTED - CATEGORY '
                   THRC-CATEGORY-CODE ' EFFECTIVE ' THRC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-THR-ENTRY (WS-THR-HIT) TO THR-RECORD
               MOVE THR-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE THRC-WARN-LIMIT-NUM TO THR-WARN-LIMIT
               MOVE THRC-ERROR-LIMIT-NUM TO THR-ERROR-LIMIT
               MOVE THR-RECORD TO WS-THR-ENTRY (WS-THR-HIT)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'C' TO WS-CHG-ACTION
               MOVE THR-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       DELETE-THRESHOLD.
           IF WS-THR-HIT = 0
               DISPLAY 'MYFTHRLD: CARD REJECTED - CATEGORY '
                   THRC-CATEGORY-CODE ' EFFECTIVE ' THRC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-THR-ENTRY (WS-THR-HIT) TO WS-CHG-BEFORE-IMAGE
               PERFORM CLOSE-UP-THRESHOLD-ENTRY
                   VARYING WS-THR-SUB FROM WS-THR-HIT BY 1
                   UNTIL WS-THR-SUB NOT < WS-THR-COUNT
               SUBTRACT 1 FROM WS-THR-COUNT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       CLOSE-UP-THRESHOLD-ENTRY.
           MOVE WS-THR-ENTRY (WS-THR-SUB + 1) TO
               WS-THR-ENTRY (WS-THR-SUB).

       WRITE-THRESHOLD-FILE.
           PERFORM WRITE-ONE-THRESHOLD
               VARYING WS-THR-SUB FROM 1 BY 1
               UNTIL WS-THR-SUB > WS-THR-COUNT.
           CLOSE THRNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFTHRLD: THRNEW CLOSE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ONE-THRESHOLD.
           MOVE WS-THR-ENTRY (WS-THR-SUB) TO THRNEW-RECORD.
           WRITE THRNEW-RECORD.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFTHRLD: THRNEW WRITE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * THE CHANGE-LOG IMAGES OF THE APPLIED CARDS ARE HELD IN STORAGE *
      * UNTIL THE NEW THRESHOLD FILE HAS BEEN WRITTEN AND CLOSED, SO   *
      * THE LOG NEVER RECORDS A CHANGE THE JOB STEPS DO NOT SWAP IN.   *
      * EACH ENTRY KEEPS THE THRESHOLD RECORD AS IT STOOD BEFORE THE   *
      * CARD (SPACES FOR AN ADD) AND AFTER IT (SPACES FOR A DELETE),   *
      * UNDER THE REQUESTER PUNCHED ON THE CARD. A CARD IS ONLY EDITED *
      * AS GOOD WHILE THE TABLE HAS ROOM FOR ITS ENTRY.               *
      *****************************************************************
       SAVE-CHANGE-LOG.
           ADD 1 TO WS-LOG-COUNT.
           MOVE SPACES TO WS-LOG-RECORD-KEY (WS-LOG-COUNT).
           MOVE THRC-CATEGORY-CODE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (1:2).
           MOVE THRC-EFF-DATE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (3:8).
           MOVE WS-CHG-ACTION TO WS-LOG-ACTION (WS-LOG-COUNT).
           MOVE THRC-REQUESTER TO WS-LOG-USER-ID (WS-LOG-COUNT).
           MOVE WS-CHG-BEFORE-IMAGE TO
               WS-LOG-BEFORE-IMAGE (WS-LOG-COUNT).
           MOVE WS-CHG-AFTER-IMAGE TO
               WS-LOG-AFTER-IMAGE (WS-LOG-COUNT).
           MOVE SPACES TO WS-LOG-CHG-KEY (WS-LOG-COUNT).

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD, WRITTEN ONLY ONCE THE  *
      * NEW THRESHOLD FILE IS COMPLETE. THE RECORD KEY IS THE CATEGORY *
      * AND EFFECTIVE DATE. A LOG RECORD THAT CANNOT BE WRITTEN ENDS   *
      * THE JOB RC 16, SO THE JOB STEPS LEAVE THE THRESHOLD FILE AS IT *
      * WAS; THE RECORDS THIS RUN HAD ALREADY WRITTEN ARE DELETED      *
      * AGAIN SO THE LOG AGREES WITH THE FILE.                        *
      *****************************************************************
       POST-CHANGE-LOG.
           MOVE 0 TO WS-LOG-WRITTEN.
           PERFORM WRITE-CHANGE-LOG
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
               OR RETURN-CODE NOT < 16.
           IF RETURN-CODE NOT < 16
               PERFORM BACK-OUT-CHANGE-LOG
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-LOG-WRITTEN
           END-IF.

       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'THRFILE' TO CHG-FILE-ID.
           MOVE WS-LOG-RECORD-KEY (WS-LOG-SUB) TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-LOG-ACTION (WS-LOG-SUB) TO CHG-ACTION.
           MOVE WS-LOG-USER-ID (WS-LOG-SUB) TO CHG-USER-ID.
           MOVE 'MYCOBTHR' TO CHG-JOB-NAME.
           MOVE 'MYFTHRLD' TO CHG-PROGRAM-ID.
           MOVE WS-LOG-BEFORE-IMAGE (WS-LOG-SUB) TO CHG-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER-IMAGE (WS-LOG-SUB) TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF WS-CHG-WRITTEN
               MOVE CHG-KEY TO WS-LOG-CHG-KEY (WS-LOG-SUB)
               ADD 1 TO WS-LOG-WRITTEN
           ELSE
               DISPLAY 'MYFTHRLD: CHANGE LOG WRITE FAILED - KEY '
                   WS-LOG-RECORD-KEY (WS-LOG-SUB) ' STATUS '
                   WS-CHG-STATUS
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

       BACK-OUT-CHANGE-LOG.
           MOVE WS-LOG-CHG-KEY (WS-LOG-SUB) TO CHG-KEY.
           DELETE CHGFILE RECORD
               INVALID KEY
                   DISPLAY 'MYFTHRLD: CHANGE LOG BACK-OUT FAILED - KEY '
                       WS-LOG-RECORD-KEY (WS-LOG-SUB) ' STATUS '
                       WS-CHG-STATUS
           END-DELETE.

       TERMINATION.
           CLOSE THRCARDS.
           CLOSE CHGFILE.
