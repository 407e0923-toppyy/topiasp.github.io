       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFFXRLD'.
      *****************************************************************
      * MYFFXRLD   - EXCHANGE-RATE MAINTENANCE UTILITY.                *
      *              APPLIES 80-BYTE MAINTENANCE CARDS (SEE COPYBOOK   *
      *              FXRCARD) TO THE EXCHANGE-RATE CONTROL FILE (SEE   *
      *              FXRREC): A ADDS A RATE FOR A CURRENCY AND         *
      *              EFFECTIVE DATE, U REPLACES THE RATE, D DELETES    *
      *              IT. THE RATE FILE IS SEQUENTIAL, SO THE CURRENT   *
      *              FILE IS LOADED INTO AN IN-STORAGE TABLE (THE SAME *
      *              500-ENTRY CEILING THE BUILD ENGINE READS IT       *
      *              WITH), THE CARDS ARE APPLIED TO THE TABLE, AND    *
      *              THE WHOLE TABLE IS WRITTEN TO FXRNEW, WHICH THE   *
      *              FOLLOWING JOB STEPS COPY BACK OVER THE RATE FILE  *
      *              (SEE HLASM/JCL/MYCOBFXR.JCL). EVERY CARD MUST     *
      *              NAME ITS REQUESTER, AND EVERY APPLIED CARD WRITES *
      *              A BEFORE/AFTER IMAGE OF THE RATE RECORD TO THE    *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID, ONCE  *
      *              THE NEW FILE HAS BEEN WRITTEN WHOLE. ANY CARD     *
      *              THAT CANNOT BE APPLIED IS LOGGED AND THE JOB ENDS *
      *              RC 8 SO OPERATIONS REVIEWS THE DECK; THE CARDS    *
      *              THAT WERE APPLIED STILL REACH THE FILE. A RATE    *
      *              FILE THAT CANNOT BE READ WHOLE ENDS THE JOB RC 16 *
      *              WITH NOTHING APPLIED.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRCARDS ASSIGN TO FXRCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT FXRFILE ASSIGN TO FXRFILE
               FILE STATUS IS WS-FXR-STATUS.

           SELECT FXRNEW ASSIGN TO FXRNEW
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FXRCARD.

       FD  FXRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FXRREC.

       FD  FXRNEW
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FXRNEW-RECORD                PIC X(80).

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-FXR-STATUS                PIC X(02) VALUE '00'.
       01  WS-NEW-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-FXR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-FXR-EOF               VALUE 'Y'.
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
       01  WS-FXR-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MAX-FXR-ENTRIES           PIC 9(03) VALUE 500.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 500 TIMES.
               10  WS-FXR-CCY           PIC X(03).
               10  WS-FXR-EFF           PIC X(08).
               10  WS-FXR-REST          PIC X(69).
       01  WS-FXR-SUB                   PIC 9(03) VALUE 0.
       01  WS-FXR-HIT                   PIC 9(03) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           PERFORM WRITE-RATES-FILE.
           IF RETURN-CODE < 8
               PERFORM POST-CHANGE-LOG
           END-IF.
           DISPLAY 'MYFFXRLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED, ' WS-FXR-COUNT
               ' RATE(S) ON FILE'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT FXRCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFFXRLD: UNABLE TO OPEN FXRCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RATES-FILE.
           OPEN OUTPUT FXRNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFFXRLD: UNABLE TO OPEN FXRNEW - STATUS '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FXRCARDS
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFFXRLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FXRCARDS
               CLOSE FXRNEW
               STOP RUN
           END-IF.

      *****************************************************************
      * EVERY RECORD ON THE CURRENT FILE IS CARRIED FORWARD AS IT      *
      * STANDS - EVEN ONE THE BUILD ENGINE WOULD IGNORE - SO THE NEW   *
      * FILE DIFFERS FROM THE OLD ONLY BY THE CARDS. A FILE THAT DOES  *
      * NOT EXIST YET STARTS THE TABLE EMPTY; ONE THAT CANNOT BE READ, *
      * OR HOLDS MORE THAN THE TABLE, WOULD LOSE RATES IF IT WERE      *
      * REWRITTEN, SO THE JOB STOPS INSTEAD.                          *
      *****************************************************************
       LOAD-RATES-FILE.
           OPEN INPUT FXRFILE.
           IF WS-FXR-STATUS = '35'
               DISPLAY 'MYFFXRLD: RATE FILE NOT FOUND - STARTING '
                   'FROM AN EMPTY FILE'
           ELSE
               IF WS-FXR-STATUS NOT = '00'
                   DISPLAY 'MYFFXRLD: UNABLE TO OPEN FXRFILE - STATUS '
                       WS-FXR-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE FXRCARDS
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-RATE UNTIL WS-FXR-EOF
               CLOSE FXRFILE
           END-IF.

       LOAD-ONE-RATE.
           READ FXRFILE
               AT END
                   SET WS-FXR-EOF TO TRUE
               NOT AT END
                   IF WS-FXR-COUNT < WS-MAX-FXR-ENTRIES
                       ADD 1 TO WS-FXR-COUNT
                       MOVE FXR-RECORD TO WS-FXR-ENTRY (WS-FXR-COUNT)
                   ELSE
                       DISPLAY 'MYFFXRLD: RATE FILE HOLDS MORE THAN '
                           WS-MAX-FXR-ENTRIES ' RECORDS - NOTHING '
                           'APPLIED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE FXRFILE
                       CLOSE FXRCARDS
                       STOP RUN
                   END-IF
           END-READ.

       APPLY-ONE-CARD.
           READ FXRCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-RATE-CARD.
           IF WS-CARD-OK
               PERFORM FIND-RATE-ENTRY
               EVALUATE TRUE
                   WHEN FXRC-ACTION-ADD
                       PERFORM ADD-RATE
                   WHEN FXRC-ACTION-UPDATE
                       PERFORM UPDATE-RATE
                   WHEN FXRC-ACTION-DELETE
                       PERFORM DELETE-RATE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE CARD MUST CARRY AN ACTION, A CURRENCY CODE, A REAL         *
      * EFFECTIVE DATE AND ITS REQUESTER; AN ADD OR UPDATE ALSO NEEDS  *
      * A NUMERIC, NONZERO RATE.                                      *
      *****************************************************************
       EDIT-RATE-CARD.
           SET WS-CARD-OK TO TRUE.
           EVALUATE TRUE
               WHEN NOT FXRC-ACTION-ADD
                   AND NOT FXRC-ACTION-UPDATE
                   AND NOT FXRC-ACTION-DELETE
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - ACTION '
                       FXRC-ACTION ' UNKNOWN FOR CURRENCY '
                       FXRC-CURRENCY-CODE
               WHEN FXRC-CURRENCY-CODE = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - CURRENCY CODE '
                       'MISSING'
               WHEN FXRC-REQUESTER = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR CURRENCY ' FXRC-CURRENCY-CODE
               WHEN FXRC-EFF-DATE IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - EFFECTIVE DATE '
                       FXRC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN FUNCTION TEST-DATE-YYYYMMDD (FXRC-EFF-DATE-NUM)
                       NOT = 0
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - EFFECTIVE DATE '
                       FXRC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN NOT FXRC-ACTION-DELETE
                   AND FXRC-RATE IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - RATE '
                       FXRC-RATE ' NOT NUMERIC FOR CURRENCY '
                       FXRC-CURRENCY-CODE
               WHEN NOT FXRC-ACTION-DELETE
                   AND FXRC-RATE-NUM = 0
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - RATE IS ZERO '
                       'FOR CURRENCY ' FXRC-CURRENCY-CODE
               WHEN WS-LOG-COUNT NOT < WS-MAX-LOG-ENTRIES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFFXRLD: CARD REJECTED - MORE THAN '
                       WS-MAX-LOG-ENTRIES ' CHANGES IN ONE RUN FOR '
                       'CURRENCY ' FXRC-CURRENCY-CODE
           END-EVALUATE.
           IF WS-CARD-BAD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FIND-RATE-ENTRY.
           MOVE 0 TO WS-FXR-HIT.
           PERFORM VARYING WS-FXR-SUB FROM 1 BY 1
                   UNTIL WS-FXR-SUB > WS-FXR-COUNT
               IF WS-FXR-CCY (WS-FXR-SUB) = FXRC-CURRENCY-CODE
                   AND WS-FXR-EFF (WS-FXR-SUB) = FXRC-EFF-DATE
                   MOVE WS-FXR-SUB TO WS-FXR-HIT
               END-IF
           END-PERFORM.

       ADD-RATE.
           IF WS-FXR-HIT NOT = 0
               DISPLAY 'MYFFXRLD: CARD REJECTED - CURRENCY '
                   FXRC-CURRENCY-CODE ' EFFECTIVE ' FXRC-EFF-DATE
                   ' ALREADY ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-FXR-COUNT NOT < WS-MAX-FXR-ENTRIES
                   DISPLAY 'MYFFXRLD: CARD REJECTED - RATE FILE '
                       'FULL AT ' WS-MAX-FXR-ENTRIES ' RECORDS FOR '
                       'CURRENCY ' FXRC-CURRENCY-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE SPACES TO FXR-RECORD
                   MOVE FXRC-CURRENCY-CODE TO FXR-CURRENCY-CODE
                   MOVE FXRC-EFF-DATE TO FXR-EFF-DATE
                   MOVE FXRC-RATE-NUM TO FXR-RATE
                   ADD 1 TO WS-FXR-COUNT
                   MOVE FXR-RECORD TO WS-FXR-ENTRY (WS-FXR-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE FXR-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM SAVE-CHANGE-LOG
               END-IF
           END-IF.

       UPDATE-RATE.
           IF WS-FXR-HIT = 0
               DISPLAY 'MYFFXRLD: CARD REJECTED - CURRENCY '
                   FXRC-CURRENCY-CODE ' EFFECTIVE ' FXRC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-FXR-ENTRY (WS-FXR-HIT) TO FXR-RECORD
               MOVE FXR-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE FXRC-RATE-NUM TO FXR-RATE
               MOVE FXR-RECORD TO WS-FXR-ENTRY (WS-FXR-HIT)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'C' TO WS-CHG-ACTION
               MOVE FXR-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       DELETE-RATE.
           IF WS-FXR-HIT = 0
               DISPLAY 'MYFFXRLD: CARD REJECTED - CURRENCY '
                   FXRC-CURRENCY-CODE ' EFFECTIVE ' FXRC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-FXR-ENTRY (WS-FXR-HIT) TO WS-CHG-BEFORE-IMAGE
               PERFORM CLOSE-UP-RATE-ENTRY
                   VARYING WS-FXR-SUB FROM WS-FXR-HIT BY 1
                   UNTIL WS-FXR-SUB NOT < WS-FXR-COUNT
               SUBTRACT 1 FROM WS-FXR-COUNT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       CLOSE-UP-RATE-ENTRY.
           MOVE WS-FXR-ENTRY (WS-FXR-SUB + 1) TO
               WS-FXR-ENTRY (WS-FXR-SUB).

       WRITE-RATES-FILE.
           PERFORM WRITE-ONE-RATE
               VARYING WS-FXR-SUB FROM 1 BY 1
               UNTIL WS-FXR-SUB > WS-FXR-COUNT.
           CLOSE FXRNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFFXRLD: FXRNEW CLOSE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ONE-RATE.
           MOVE WS-FXR-ENTRY (WS-FXR-SUB) TO FXRNEW-RECORD.
           WRITE FXRNEW-RECORD.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFFXRLD: FXRNEW WRITE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * THE CHANGE-LOG IMAGES OF THE APPLIED CARDS ARE HELD IN STORAGE *
      * UNTIL THE NEW RATE FILE HAS BEEN WRITTEN AND CLOSED, SO THE    *
      * LOG NEVER RECORDS A CHANGE THE JOB STEPS DO NOT SWAP IN. EACH  *
      * ENTRY KEEPS THE RATE RECORD AS IT STOOD BEFORE THE CARD        *
      * (SPACES FOR AN ADD) AND AFTER IT (SPACES FOR A DELETE), UNDER  *
      * THE REQUESTER PUNCHED ON THE CARD. A CARD IS ONLY EDITED AS    *
      * GOOD WHILE THE TABLE HAS ROOM FOR ITS ENTRY.                  *
      *****************************************************************
       SAVE-CHANGE-LOG.
           ADD 1 TO WS-LOG-COUNT.
           MOVE SPACES TO WS-LOG-RECORD-KEY (WS-LOG-COUNT).
           MOVE FXRC-CURRENCY-CODE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (1:3).
           MOVE FXRC-EFF-DATE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (4:8).
           MOVE WS-CHG-ACTION TO WS-LOG-ACTION (WS-LOG-COUNT).
           MOVE FXRC-REQUESTER TO WS-LOG-USER-ID (WS-LOG-COUNT).
           MOVE WS-CHG-BEFORE-IMAGE TO
               WS-LOG-BEFORE-IMAGE (WS-LOG-COUNT).
           MOVE WS-CHG-AFTER-IMAGE TO
               WS-LOG-AFTER-IMAGE (WS-LOG-COUNT).
           MOVE SPACES TO WS-LOG-CHG-KEY (WS-LOG-COUNT).

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD, WRITTEN ONLY ONCE THE  *
      * NEW RATE FILE IS COMPLETE. THE RECORD KEY IS THE CURRENCY CODE *
      * AND EFFECTIVE DATE. A LOG RECORD THAT CANNOT BE WRITTEN ENDS   *
      * THE JOB RC 16, SO THE JOB STEPS LEAVE THE RATE FILE AS IT WAS; *
      * THE RECORDS THIS RUN HAD ALREADY WRITTEN ARE DELETED AGAIN SO  *
      * THE LOG AGREES WITH THE FILE.                                 *
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
           MOVE 'FXRFILE' TO CHG-FILE-ID.
           MOVE WS-LOG-RECORD-KEY (WS-LOG-SUB) TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-LOG-ACTION (WS-LOG-SUB) TO CHG-ACTION.
           MOVE WS-LOG-USER-ID (WS-LOG-SUB) TO CHG-USER-ID.
           MOVE 'MYCOBFXR' TO CHG-JOB-NAME.
           MOVE 'MYFFXRLD' TO CHG-PROGRAM-ID.
           MOVE WS-LOG-BEFORE-IMAGE (WS-LOG-SUB) TO CHG-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER-IMAGE (WS-LOG-SUB) TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF WS-CHG-WRITTEN
               MOVE CHG-KEY TO WS-LOG-CHG-KEY (WS-LOG-SUB)
               ADD 1 TO WS-LOG-WRITTEN
           ELSE
               DISPLAY 'MYFFXRLD: CHANGE LOG WRITE FAILED - KEY '
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
                   DISPLAY 'MYFFXRLD: CHANGE LOG BACK-OUT FAILED - KEY '
                       WS-LOG-RECORD-KEY (WS-LOG-SUB) ' STATUS '
                       WS-CHG-STATUS
           END-DELETE.

       TERMINATION.
           CLOSE FXRCARDS.
           CLOSE CHGFILE.
