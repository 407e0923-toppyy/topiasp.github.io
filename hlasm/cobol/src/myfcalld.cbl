       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFCALLD'.
      *****************************************************************
      * MYFCALLD   - BUSINESS-DAY CALENDAR MAINTENANCE UTILITY.        *
      *              APPLIES 80-BYTE MAINTENANCE CARDS (SEE COPYBOOK   *
      *              CALCARD) TO THE CALFILE KSDS (SEE CALREC AND      *
      *              HLASM/JCL/VSAM-DEFINE-CALFILE.JCL): A ADDS AN     *
      *              EXCEPTION DATE, U REPLACES ITS DAY TYPE AND       *
      *              DESCRIPTION, D DELETES IT. ONLY EXCEPTIONS TO     *
      *              THE MONDAY-TO-FRIDAY RULE ARE KEPT, SO A HOLIDAY  *
      *              ('H') MUST FALL ON A WEEKDAY AND A WORKED DAY     *
      *              ('W') ON A SATURDAY OR SUNDAY - A CARD THAT       *
      *              WOULD RECORD WHAT THE WEEKDAY RULE ALREADY SAYS   *
      *              IS ALMOST ALWAYS A MISPUNCHED DATE, AND IS        *
      *              REJECTED. ANY CARD THAT CANNOT BE APPLIED IS      *
      *              LOGGED AND THE JOB ENDS RC 8 SO OPERATIONS        *
      *              REVIEWS THE DECK. EVERY CARD MUST NAME ITS        *
      *              REQUESTER, AND EVERY APPLIED CARD WRITES A        *
      *              BEFORE/AFTER IMAGE OF THE CALENDAR RECORD TO THE  *
      *              CHANGE LOG (SEE CHGREC) UNDER THAT USER ID.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCARDS ASSIGN TO CALCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALCARD.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF              VALUE 'Y'.
       01  WS-CAL-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-CAL-FOUND             VALUE 'Y'.
       01  WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
           88  WS-CARD-OK               VALUE 'Y'.
           88  WS-CARD-BAD              VALUE 'N'.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-CARD-INTEGER              PIC S9(09) COMP-3 VALUE 0.
       01  WS-CARD-WEEKDAY              PIC 9(01) VALUE 0.
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
           DISPLAY 'MYFCALLD: ' WS-APPLIED-COUNT ' CARD(S) APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CALCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFCALLD: UNABLE TO OPEN CALCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CALFILE.
           IF WS-CAL-STATUS = '35'
               CLOSE CALFILE
               OPEN OUTPUT CALFILE
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'MYFCALLD: UNABLE TO OPEN CALFILE - STATUS '
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CALCARDS
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFCALLD: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CALCARDS
               CLOSE CALFILE
               STOP RUN
           END-IF.

       APPLY-ONE-CARD.
           READ CALCARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-READ.

       APPLY-MAINTENANCE-ACTION.
           PERFORM EDIT-CALENDAR-DATE.
           IF WS-CARD-OK
               AND CALC-REQUESTER = SPACES
               SET WS-CARD-BAD TO TRUE
               DISPLAY 'MYFCALLD: CARD REJECTED - REQUESTER MISSING '
                   'FOR DATE ' CALC-DATE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           IF WS-CARD-OK
               PERFORM READ-CALENDAR-RECORD
               EVALUATE TRUE
                   WHEN CALC-ACTION-ADD
                       PERFORM ADD-CALENDAR-DATE
                   WHEN CALC-ACTION-UPDATE
                       PERFORM UPDATE-CALENDAR-DATE
                   WHEN CALC-ACTION-DELETE
                       PERFORM DELETE-CALENDAR-DATE
                   WHEN OTHER
                       DISPLAY 'MYFCALLD: CARD REJECTED - ACTION '
                           CALC-ACTION ' UNKNOWN FOR DATE ' CALC-DATE
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE DATE MUST BE A REAL CALENDAR DATE. INTEGER-OF-DATE COUNTS  *
      * FROM MONDAY 1601-01-01, SO THE INTEGER MOD 7 IS 1 ON A MONDAY, *
      * 6 ON A SATURDAY AND 0 ON A SUNDAY.                            *
      *****************************************************************
       EDIT-CALENDAR-DATE.
           SET WS-CARD-OK TO TRUE.
           IF CALC-DATE IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (CALC-DATE-NUM) NOT = 0
                   SET WS-CARD-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-CARD-BAD
               DISPLAY 'MYFCALLD: CARD REJECTED - DATE ' CALC-DATE
                   ' NOT A VALID YYYYMMDD DATE'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               COMPUTE WS-CARD-INTEGER =
                   FUNCTION INTEGER-OF-DATE (CALC-DATE-NUM)
               COMPUTE WS-CARD-WEEKDAY =
                   FUNCTION MOD (WS-CARD-INTEGER 7)
           END-IF.

       EDIT-DAY-TYPE.
           SET WS-CARD-OK TO TRUE.
           EVALUATE TRUE
               WHEN CALC-HOLIDAY
                   IF WS-CARD-WEEKDAY = 0 OR WS-CARD-WEEKDAY = 6
                       SET WS-CARD-BAD TO TRUE
                       DISPLAY 'MYFCALLD: CARD REJECTED - HOLIDAY '
                           CALC-DATE ' FALLS ON A WEEKEND'
                   END-IF
               WHEN CALC-WORKING-DAY
                   IF WS-CARD-WEEKDAY NOT = 0
                       AND WS-CARD-WEEKDAY NOT = 6
                       SET WS-CARD-BAD TO TRUE
                       DISPLAY 'MYFCALLD: CARD REJECTED - WORKED DAY '
                           CALC-DATE ' IS ALREADY A WEEKDAY'
                   END-IF
               WHEN OTHER
                   SET WS-CARD-BAD TO TRUE
                   DISPLAY 'MYFCALLD: CARD REJECTED - DAY TYPE '
                       CALC-DAY-TYPE ' NOT H OR W FOR DATE ' CALC-DATE
           END-EVALUATE.
           IF WS-CARD-BAD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       READ-CALENDAR-RECORD.
           SET WS-CAL-FOUND-SW TO 'N'.
           MOVE CALC-DATE TO CAL-DATE.
           READ CALFILE
               INVALID KEY
                   SET WS-CAL-FOUND-SW TO 'N'
               NOT INVALID KEY
                   SET WS-CAL-FOUND-SW TO 'Y'
           END-READ.

       ADD-CALENDAR-DATE.
           IF WS-CAL-FOUND
               DISPLAY 'MYFCALLD: CARD REJECTED - DATE ' CALC-DATE
                   ' ALREADY ON CALENDAR'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM EDIT-DAY-TYPE
               IF WS-CARD-OK
                   MOVE SPACES TO CAL-RECORD
                   MOVE CALC-DATE TO CAL-DATE
                   MOVE CALC-DAY-TYPE TO CAL-DAY-TYPE
                   MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
                   MOVE WS-RUN-DATE TO CAL-MAINT-DATE
                   WRITE CAL-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE CAL-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       UPDATE-CALENDAR-DATE.
           IF NOT WS-CAL-FOUND
               DISPLAY 'MYFCALLD: CARD REJECTED - DATE ' CALC-DATE
                   ' NOT ON CALENDAR'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM EDIT-DAY-TYPE
               IF WS-CARD-OK
                   MOVE CAL-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE CALC-DAY-TYPE TO CAL-DAY-TYPE
                   MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
                   MOVE WS-RUN-DATE TO CAL-MAINT-DATE
                   REWRITE CAL-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'C' TO WS-CHG-ACTION
                   MOVE CAL-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           END-IF.

       DELETE-CALENDAR-DATE.
           IF NOT WS-CAL-FOUND
               DISPLAY 'MYFCALLD: CARD REJECTED - DATE ' CALC-DATE
                   ' NOT ON CALENDAR'
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CAL-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE CALFILE RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
           END-IF.

      *****************************************************************
      * ONE CHANGE-LOG RECORD PER APPLIED CARD: THE CALENDAR RECORD AS *
      * IT STOOD BEFORE THE CARD (SPACES FOR AN ADD) AND AFTER IT      *
      * (SPACES FOR A DELETE), UNDER THE REQUESTER PUNCHED ON THE      *
      * CARD. CHANGES LOGGED IN THE SAME SECOND TO THE SAME DATE TAKE  *
      * THE NEXT SEQUENCE, AS HISTORY EVENTS DO. THE CALENDAR IS       *
      * ALREADY UPDATED, SO A LOG THAT CANNOT BE WRITTEN ENDS THE JOB  *
      * RC 16 FOR INVESTIGATION.                                      *
      *****************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'CALFILE' TO CHG-FILE-ID.
           MOVE CALC-DATE TO CHG-RECORD-KEY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE CALC-REQUESTER TO CHG-USER-ID.
           MOVE 'MYCOBCAL' TO CHG-JOB-NAME.
           MOVE 'MYFCALLD' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFCALLD: CHANGE LOG WRITE FAILED - DATE '
                   CALC-DATE ' STATUS ' WS-CHG-STATUS
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
           CLOSE CALCARDS.
           CLOSE CALFILE.
           CLOSE CHGFILE.
