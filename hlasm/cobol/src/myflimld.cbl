       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFLIMLD'.
      *****************************************************************
      * MYFLIMLD   - AUTHORIZED-RANGE LIMITS MAINTENANCE UTILITY.      *
      *              APPLIES 80-BYTE MAINTENANCE CARDS (SEE COPYBOOK   *
      *              LIMCARD) TO THE LIMITS CONTROL FILE (SEE LIMREC): *
      *              A ADDS A LIMIT FOR A CATEGORY ('**' FOR THE       *
      *              DEFAULT) AND EFFECTIVE DATE, U REPLACES ITS       *
      *              MAXIMUM RANGE, D DELETES IT. THE LIMITS FILE IS   *
      *              SEQUENTIAL, SO THE CURRENT FILE IS LOADED INTO AN *
      *              IN-STORAGE TABLE (THE SAME 50-ENTRY CEILING THE   *
      *              BUILD ENGINE READS IT WITH), THE CARDS ARE        *
      *              APPLIED TO THE TABLE, AND THE WHOLE TABLE IS      *
      *              WRITTEN TO LIMNEW, WHICH THE FOLLOWING JOB STEPS  *
      *              COPY BACK OVER THE LIMITS FILE (SEE               *
      *              HLASM/JCL/MYCOBLIM.JCL). EVERY CARD MUST NAME ITS *
      *              REQUESTER, AND EVERY APPLIED CARD WRITES A        *
      *              BEFORE/AFTER IMAGE OF THE LIMIT RECORD TO THE     *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID, ONCE  *
      *              THE NEW FILE HAS BEEN WRITTEN WHOLE. ANY CARD     *
      *              THAT CANNOT BE APPLIED IS LOGGED AND THE JOB ENDS *
      *              RC 8 SO OPERATIONS REVIEWS THE DECK; THE CARDS    *
      *              THAT WERE APPLIED STILL REACH THE FILE. A LIMITS  *
      *              FILE THAT CANNOT BE READ WHOLE ENDS THE JOB RC 16 *
      *              WITH NOTHING APPLIED.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMCARDS ASSIGN TO LIMCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT LIMFILE ASSIGN TO LIMFILE
               FILE STATUS IS WS-LIM-STATUS.

           SELECT LIMNEW ASSIGN TO LIMNEW
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY LIMCARD.

       FD  LIMFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY LIMREC.

       FD  LIMNEW
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  LIMNEW-RECORD                PIC X(80).

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-LIM-STATUS                PIC X(02) VALUE '00'.
       01  WS-NEW-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-LIM-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LIM-EOF               VALUE 'Y'.
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
       01  WS-LIM-COUNT                 PIC 9(02) VALUE 0.
       01  WS-MAX-LIM-ENTRIES           PIC 9(02) VALUE 50.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 50 TIMES.
               10  WS-LIM-CAT           PIC X(02).
               10  WS-LIM-EFF           PIC X(08).
               10  WS-LIM-REST          PIC X(70).
       01  WS-LIM-SUB                   PIC 9(02) VALUE 0.
       01  WS-LIM-HIT                   PIC 9(02) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM APPLY-ONE-CARD UNTIL WS-CARD-EOF.
           PERFORM WRITE-LIMITS-FILE.
           IF RETURN-CODE < 8
               PERFORM POST-CHANGE-LOG
           END-IF.
           DISPLAY 'MYFLIMLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED, ' WS-LIM-COUNT
               ' LIMIT(S) ON FILE'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT LIMCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFLIMLD: UNABLE TO OPEN LIMCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-LIMITS-FILE.
           OPEN OUTPUT LIMNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFLIMLD: UNABLE TO OPEN LIMNEW - STATUS '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LIMCARDS
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFLIMLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LIMCARDS
               CLOSE LIMNEW
               STOP RUN
           END-IF.

      *****************************************************************
      * EVERY RECORD ON THE CURRENT FILE IS CARRIED FORWARD AS IT      *
      * STANDS - EVEN ONE THE BUILD ENGINE WOULD IGNORE - SO THE NEW   *
      * FILE DIFFERS FROM THE OLD ONLY BY THE CARDS. A FILE THAT DOES  *
      * NOT EXIST YET STARTS THE TABLE EMPTY; ONE THAT CANNOT BE READ, *
      * OR HOLDS MORE THAN THE TABLE, WOULD LOSE LIMITS IF IT WERE     *
      * REWRITTEN, SO THE JOB STOPS INSTEAD.                          *
      *****************************************************************
       LOAD-LIMITS-FILE.
           OPEN INPUT LIMFILE.
           IF WS-LIM-STATUS = '35'
               DISPLAY 'MYFLIMLD: LIMITS FILE NOT FOUND - STARTING '
                   'FROM AN EMPTY FILE'
           ELSE
               IF WS-LIM-STATUS NOT = '00'
                   DISPLAY 'MYFLIMLD: UNABLE TO OPEN LIMFILE - STATUS '
                       WS-LIM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE LIMCARDS
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-LIMIT UNTIL WS-LIM-EOF
               CLOSE LIMFILE
           END-IF.

       LOAD-ONE-LIMIT.
           READ LIMFILE
               AT END
                   SET WS-LIM-EOF TO TRUE
               NOT AT END
                   IF WS-LIM-COUNT < WS-MAX-LIM-ENTRIES
                       ADD 1 TO WS-LIM-COUNT
                       MOVE LIM-RECORD TO WS-LIM-ENTRY (WS-LIM-COUNT)
                   ELSE
                       DISPLAY 'MYFLIMLD: LIMITS FILE HOLDS MORE THAN '
                           WS-MAX-LIM-ENTRIES ' RECORDS - NOTHING '
                           'APPLIED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE LIMFILE
                       CLOSE LIMCARDS
                       STOP RUN
                   END-IF
           END-READ.

       APPLY-ONE-CARD.
           READ LIMCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-LIMIT-CARD.
           IF WS-CARD-OK
               PERFORM FIND-LIMIT-ENTRY
               EVALUATE TRUE
                   WHEN LIMC-ACTION-ADD
                       PERFORM ADD-LIMIT
                   WHEN LIMC-ACTION-UPDATE
                       PERFORM UPDATE-LIMIT
                   WHEN LIMC-ACTION-DELETE
                       PERFORM DELETE-LIMIT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE CARD MUST CARRY AN ACTION, A CATEGORY, A REAL EFFECTIVE    *
      * DATE AND ITS REQUESTER; AN ADD OR UPDATE ALSO NEEDS A NUMERIC  *
      * MAXIMUM RANGE.                                                *
      *****************************************************************
       EDIT-LIMIT-CARD.
           SET WS-CARD-OK TO TRUE.
           EVALUATE TRUE
               WHEN NOT LIMC-ACTION-ADD
                   AND NOT LIMC-ACTION-UPDATE
                   AND NOT LIMC-ACTION-DELETE
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - ACTION '
                       LIMC-ACTION ' UNKNOWN FOR CATEGORY '
                       LIMC-CATEGORY-CODE
               WHEN LIMC-CATEGORY-CODE = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - CATEGORY CODE '
                       'MISSING'
               WHEN LIMC-REQUESTER = SPACES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - REQUESTER '
                       'MISSING FOR CATEGORY ' LIMC-CATEGORY-CODE
               WHEN LIMC-EFF-DATE IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - EFFECTIVE DATE '
                       LIMC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN FUNCTION TEST-DATE-YYYYMMDD (LIMC-EFF-DATE-NUM)
                       NOT = 0
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - EFFECTIVE DATE '
                       LIMC-EFF-DATE ' NOT A VALID YYYYMMDD DATE'
               WHEN NOT LIMC-ACTION-DELETE
                   AND LIMC-MAX-RANGE IS NOT NUMERIC
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - MAXIMUM RANGE '
                       LIMC-MAX-RANGE ' NOT NUMERIC FOR CATEGORY '
                       LIMC-CATEGORY-CODE
               WHEN WS-LOG-COUNT NOT < WS-MAX-LOG-ENTRIES
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFLIMLD: CARD REJECTED - MORE THAN '
                       WS-MAX-LOG-ENTRIES ' CHANGES IN ONE RUN FOR '
                       'CATEGORY ' LIMC-CATEGORY-CODE
           END-EVALUATE.
           IF WS-CARD-BAD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FIND-LIMIT-ENTRY.
           MOVE 0 TO WS-LIM-HIT.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT
               IF WS-LIM-CAT (WS-LIM-SUB) = LIMC-CATEGORY-CODE
                   AND WS-LIM-EFF (WS-LIM-SUB) = LIMC-EFF-DATE
                   MOVE WS-LIM-SUB TO WS-LIM-HIT
               END-IF
           END-PERFORM.

       ADD-LIMIT.
           IF WS-LIM-HIT NOT = 0
               DISPLAY 'MYFLIMLD: CARD REJECTED - CATEGORY '
                   LIMC-CATEGORY-CODE ' EFFECTIVE ' LIMC-EFF-DATE
                   ' ALREADY ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-LIM-COUNT NOT < WS-MAX-LIM-ENTRIES
                   DISPLAY 'MYFLIMLD: CARD REJECTED - LIMITS FILE '
                       'FULL AT ' WS-MAX-LIM-ENTRIES ' RECORDS FOR '
                       'CATEGORY ' LIMC-CATEGORY-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE SPACES TO LIM-RECORD
                   MOVE LIMC-CATEGORY-CODE TO LIM-CATEGORY-CODE
                   MOVE LIMC-EFF-DATE TO LIM-EFF-DATE
                   MOVE LIMC-MAX-RANGE-NUM TO LIM-MAX-RANGE
                   ADD 1 TO WS-LIM-COUNT
                   MOVE LIM-RECORD TO WS-LIM-ENTRY (WS-LIM-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE LIM-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM SAVE-CHANGE-LOG
               END-IF
           END-IF.

       UPDATE-LIMIT.
           IF WS-LIM-HIT = 0
               DISPLAY 'MYFLIMLD: CARD REJECTED - CATEGORY '
                   LIMC-CATEGORY-CODE ' EFFECTIVE ' LIMC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-LIM-ENTRY (WS-LIM-HIT) TO LIM-RECORD
               MOVE LIM-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE LIMC-MAX-RANGE-NUM TO LIM-MAX-RANGE
               MOVE LIM-RECORD TO WS-LIM-ENTRY (WS-LIM-HIT)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'C' TO WS-CHG-ACTION
               MOVE LIM-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       DELETE-LIMIT.
           IF WS-LIM-HIT = 0
               DISPLAY 'MYFLIMLD: CARD REJECTED - CATEGORY '
                   LIMC-CATEGORY-CODE ' EFFECTIVE ' LIMC-EFF-DATE
                   ' NOT ON FILE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-LIM-ENTRY (WS-LIM-HIT) TO WS-CHG-BEFORE-IMAGE
               PERFORM CLOSE-UP-LIMIT-ENTRY
                   VARYING WS-LIM-SUB FROM WS-LIM-HIT BY 1
                   UNTIL WS-LIM-SUB NOT < WS-LIM-COUNT
               SUBTRACT 1 FROM WS-LIM-COUNT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM SAVE-CHANGE-LOG
           END-IF.

       CLOSE-UP-LIMIT-ENTRY.
           MOVE WS-LIM-ENTRY (WS-LIM-SUB + 1) TO
               WS-LIM-ENTRY (WS-LIM-SUB).

       WRITE-LIMITS-FILE.
           PERFORM WRITE-ONE-LIMIT
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT.
           CLOSE LIMNEW.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFLIMLD: LIMNEW CLOSE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ONE-LIMIT.
           MOVE WS-LIM-ENTRY (WS-LIM-SUB) TO LIMNEW-RECORD.
           WRITE LIMNEW-RECORD.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MYFLIMLD: LIMNEW WRITE FAILED - STATUS '
                   WS-NEW-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * THE CHANGE-LOG IMAGES OF THE APPLIED CARDS ARE HELD IN STORAGE *
      * UNTIL THE NEW LIMITS FILE HAS BEEN WRITTEN AND CLOSED, SO THE  *
      * LOG NEVER RECORDS A CHANGE THE JOB STEPS DO NOT SWAP IN. EACH  *
      * ENTRY KEEPS THE LIMIT RECORD AS IT STOOD BEFORE THE CARD       *
      * (SPACES FOR AN ADD) AND AFTER IT (SPACES FOR A DELETE), UNDER  *
      * THE REQUESTER PUNCHED ON THE CARD. A CARD IS ONLY EDITED AS    *
      * GOOD WHILE THE TABLE HAS ROOM FOR ITS ENTRY.                  *
      *****************************************************************
       SAVE-CHANGE-LOG.
           ADD 1 TO WS-LOG-COUNT.
           MOVE SPACES TO WS-LOG-RECORD-KEY (WS-LOG-COUNT).
           MOVE LIMC-CATEGORY-CODE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (1:2).
           MOVE LIMC-EFF-DATE TO
               WS-LOG-RECORD-KEY (WS-LOG-COUNT) (3:8).
           MOVE WS-CHG-ACTION TO WS-LOG-ACTION (WS-LOG-COUNT).
           MOVE LIMC-REQUESTER TO WS-LOG-USER-ID (WS-LOG-COUNT).
           MOVE WS-CHG-BEFORE-IMAGE TO
               WS-LOG-BEFORE-IMAGE (WS-LOG-COUNT).
           MOVE WS-CHG-AFTER-IMAGE TO
               WS-LOG-AFTER-IMAGE (WS-LOG-COUNT).
           MOVE SPACES TO WS-LOG-CHG-KEY (WS-LOG-COUNT).

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD, WRITTEN ONLY ONCE THE  *
      * NEW LIMITS FILE IS COMPLETE. THE RECORD KEY IS THE CATEGORY    *
      * AND EFFECTIVE DATE. A LOG RECORD THAT CANNOT BE WRITTEN ENDS   *
      * THE JOB RC 16, SO THE JOB STEPS LEAVE THE LIMITS FILE AS IT    *
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
           MOVE 'LIMFILE' TO CHG-FILE-ID.
           MOVE WS-LOG-RECORD-KEY (WS-LOG-SUB) TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-LOG-ACTION (WS-LOG-SUB) TO CHG-ACTION.
           MOVE WS-LOG-USER-ID (WS-LOG-SUB) TO CHG-USER-ID.
           MOVE 'MYCOBLIM' TO CHG-JOB-NAME.
           MOVE 'MYFLIMLD' TO CHG-PROGRAM-ID.
           MOVE WS-LOG-BEFORE-IMAGE (WS-LOG-SUB) TO CHG-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER-IMAGE (WS-LOG-SUB) TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF WS-CHG-WRITTEN
               MOVE CHG-KEY TO WS-LOG-CHG-KEY (WS-LOG-SUB)
               ADD 1 TO WS-LOG-WRITTEN
           ELSE
               DISPLAY 'MYFLIMLD: CHANGE LOG WRITE FAILED - KEY '
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
                   DISPLAY 'MYFLIMLD: CHANGE LOG BACK-OUT FAILED - KEY '
                       WS-LOG-RECORD-KEY (WS-LOG-SUB) ' STATUS '
                       WS-CHG-STATUS
           END-DELETE.

       TERMINATION.
           CLOSE LIMCARDS.
           CLOSE CHGFILE.
