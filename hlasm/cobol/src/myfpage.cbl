       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFPAGE'.
      *****************************************************************
      * MYFPAGE    - PENDING-PARAMETER QUEUE AGING. RUN EACH MORNING   *
      *              BY THE MYCOBPAG JOB (SEE HLASM/JCL/MYCOBPAG.JCL). *
      *              BROWSES THE PENDPARM KSDS (SEE PENDREC) AND LISTS *
      *              EVERY OPEN ENTRY - STILL ENTERED, OR APPROVED     *
      *              BUT NOT YET EXTRACTED - WITH ITS ENTRY DATE, ITS  *
      *              AGE, THE USER ID THAT KEYED IT AND THE USER ID    *
      *              THAT APPROVED IT, SO STUCK WORK CAN BE CHASED.    *
      *              AGES ARE IN BUSINESS DAYS: THE BUSINESS DAYS      *
      *              AFTER THE ENTRY DATE UP TO AND INCLUDING TODAY,   *
      *              PER THE CALFILE BUSINESS-DAY CALENDAR (SEE        *
      *              CALREC) - AN ENTRY KEYED TODAY IS AGE 0, ONE      *
      *              KEYED ON FRIDAY IS AGE 1 ON MONDAY. IF THE        *
      *              CALENDAR IS UNAVAILABLE THE STEP WARNS AND        *
      *              COUNTS MONDAY TO FRIDAY.                         *
      *              AN OPEN ENTRY OLDER THAN THE EXPIRY AGE PASSED IN *
      *              PARM.GO (DEFAULT 010) IS MARKED EXPIRED AND       *
      *              STAMPED WITH THE JOB NAME AND DATE/TIME IN ITS    *
      *              CLOSE FIELDS, SO THE EXTRACT STEP NEVER PICKS IT  *
      *              UP; AN ENTRY THAT WILL EXPIRE ON THE NEXT RUN IS  *
      *              FLAGGED. ENDS RC 4 WHEN ANY ENTRY WAS EXPIRED OR  *
      *              CARRIES AN ENTRY DATE THAT IS NOT A DATE, RC 8    *
      *              WHEN AN EXPIRY COULD NOT BE REWRITTEN, AND RC 16  *
      *              WHEN THE PARM IS INVALID OR A FILE CANNOT BE      *
      *              OPENED.                                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-RUN-ID
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PENDREC.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PAGLINES.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-PEND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PEND-EOF              VALUE 'Y'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-EXPIRY-DAYS               PIC 9(03) VALUE 010.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-TIME                  PIC X(06) VALUE SPACES.
       01  WS-TODAY-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-ENTRY-AGE                 PIC 9(03) VALUE 0.
       01  WS-MAX-ENTRY-AGE             PIC 9(03) VALUE 999.
       01  WS-DATE-VALID-SW             PIC X(01) VALUE 'N'.
           88  WS-DATE-VALID            VALUE 'Y'.
       01  WS-OPEN-COUNT                PIC 9(05) VALUE 0.
       01  WS-AWAITING-COUNT            PIC 9(05) VALUE 0.
       01  WS-APPROVED-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(05) VALUE 0.
       01  WS-DUE-COUNT                 PIC 9(05) VALUE 0.
       01  WS-BAD-DATE-COUNT            PIC 9(05) VALUE 0.
       01  WS-OLDEST-AGE                PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(16).

       PROCEDURE DIVISION USING LS-PARM-DATA.

       MAINLINE.
           PERFORM INITIALIZATION.
           MOVE LOW-VALUES TO PEND-RUN-ID.
           START PENDFILE KEY NOT < PEND-RUN-ID
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM AGE-PENDING-ENTRY UNTIL WS-PEND-EOF.
           PERFORM WRITE-AGING-SUMMARY.
           PERFORM TERMINATION.
           STOP RUN.

      *****************************************************************
      * PARM.GO CARRIES THE EXPIRY AGE IN BUSINESS DAYS ('010'). A     *
      * PARM THAT IS NOT THREE DIGITS, OR IS ZERO, STOPS THE STEP      *
      * BEFORE ANYTHING IS EXPIRED - A MISKEYED AGE WOULD OTHERWISE    *
      * EXPIRE THE WHOLE QUEUE.                                       *
      *****************************************************************
       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN < 3
                   OR LS-PARM-TEXT (1:3) IS NOT NUMERIC
                   OR LS-PARM-TEXT (1:3) = '000'
                   DISPLAY 'MYFPAGE: INVALID PARM.GO - EXPIRY AGE '
                       'MUST BE 001-999 BUSINESS DAYS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-PARM-TEXT (1:3) TO WS-EXPIRY-DAYS
           END-IF.
           OPEN I-O PENDFILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'MYFPAGE: UNABLE TO OPEN PENDFILE - STATUS '
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYFPAGE: UNABLE TO OPEN RPTFILE - STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PENDFILE
               STOP RUN
           END-IF.
           STRING WS-RUN-DATE (1:4) '-'
               WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO PAG-H1-RUN-DATE.
           WRITE PAG-HEADING-1.
           MOVE WS-EXPIRY-DAYS TO PAG-H2-EXPIRY-DAYS.
           WRITE PAG-HEADING-2.
           WRITE PAG-HEADING-3.
           PERFORM OPEN-BUSINESS-CALENDAR.
           DISPLAY 'MYFPAGE: EXPIRY AGE ' WS-EXPIRY-DAYS
               ' BUSINESS DAY(S)'.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR STAYS OPEN FOR THE WHOLE RUN - EVERY *
      * OPEN ENTRY'S AGE IS COUNTED ON IT. A MISSING OR NEVER-LOADED   *
      * CALFILE DOES NOT STOP THE AGING - IT WARNS AND FALLS BACK TO   *
      * MONDAY TO FRIDAY.                                             *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFPAGE: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * ONLY OPEN ENTRIES ARE AGED. SUBMITTED, REJECTED, RECALLED AND  *
      * EXPIRED ENTRIES ARE CLOSED AND PASSED OVER.                   *
      *****************************************************************
       AGE-PENDING-ENTRY.
           READ PENDFILE NEXT
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PEND-STATUS-ENTERED
                       OR PEND-STATUS-PENDING
                       PERFORM REPORT-OPEN-ENTRY
                   END-IF
           END-READ.

       REPORT-OPEN-ENTRY.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE PEND-RUN-ID TO PAG-DET-RUN-ID.
           MOVE PEND-MODE TO PAG-DET-MODE.
           MOVE PEND-CATEGORY-CODE TO PAG-DET-CATEGORY.
           IF PEND-STATUS-ENTERED
               MOVE 'ENTERED' TO PAG-DET-STATUS
               ADD 1 TO WS-AWAITING-COUNT
           ELSE
               MOVE 'APPROVED' TO PAG-DET-STATUS
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.
           MOVE PEND-ENTRY-USER TO PAG-DET-KEYER.
           MOVE PEND-APPROVE-USER TO PAG-DET-APPROVER.
           MOVE SPACES TO PAG-DET-NOTE.
           PERFORM COUNT-ENTRY-AGE.
           IF WS-DATE-VALID
               STRING PEND-ENTRY-DATE (1:4) '-'
                   PEND-ENTRY-DATE (5:2) '-'
                   PEND-ENTRY-DATE (7:2)
                   DELIMITED BY SIZE INTO PAG-DET-ENTRY-DATE
               MOVE WS-ENTRY-AGE TO PAG-DET-AGE
               IF WS-ENTRY-AGE > WS-OLDEST-AGE
                   MOVE WS-ENTRY-AGE TO WS-OLDEST-AGE
               END-IF
               IF WS-ENTRY-AGE > WS-EXPIRY-DAYS
                   PERFORM EXPIRE-PENDING-ENTRY
               ELSE
                   IF WS-ENTRY-AGE = WS-EXPIRY-DAYS
                       MOVE 'EXPIRES NEXT' TO PAG-DET-NOTE
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE PEND-ENTRY-DATE TO PAG-DET-ENTRY-DATE
               MOVE 0 TO PAG-DET-AGE
               MOVE '*BAD DATE*' TO PAG-DET-NOTE
               ADD 1 TO WS-BAD-DATE-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE PAG-DETAIL-LINE.

      *****************************************************************
      * THE AGE IS THE NUMBER OF BUSINESS DAYS AFTER THE ENTRY DATE UP *
      * TO AND INCLUDING TODAY, STOPPING AT 999. AN ENTRY DATE THAT IS *
      * NOT A CALENDAR DATE CANNOT BE AGED AND IS NEVER EXPIRED - IT   *
      * IS LISTED FOR INVESTIGATION INSTEAD.                          *
      *****************************************************************
       COUNT-ENTRY-AGE.
           MOVE 0 TO WS-ENTRY-AGE.
           SET WS-DATE-VALID-SW TO 'N'.
           MOVE PEND-ENTRY-DATE TO WS-PROBE-DATE.
           IF WS-PROBE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PROBE-DATE-NUM) = 0
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.
           IF WS-DATE-VALID
               COMPUTE WS-PROBE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE-NUM)
               PERFORM ADVANCE-PROBE-DAY
                   UNTIL WS-PROBE-INTEGER NOT < WS-TODAY-INTEGER
                   OR WS-ENTRY-AGE NOT < WS-MAX-ENTRY-AGE
           END-IF.

       ADVANCE-PROBE-DAY.
           ADD 1 TO WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-ENTRY-AGE
           END-IF.

      *****************************************************************
      * MONDAY TO FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR HOLDS   *
      * THE DATE AS A HOLIDAY; A SATURDAY OR SUNDAY IS ONE ONLY WHEN   *
      * THE CALENDAR HOLDS IT AS A WORKED DAY. INTEGER-OF-DATE COUNTS  *
      * FROM MONDAY 1601-01-01, SO THE INTEGER MOD 7 IS 6 ON A         *
      * SATURDAY AND 0 ON A SUNDAY.                                   *
      *****************************************************************
       TEST-PROBE-BUSINESS-DAY.
           COMPUTE WS-PROBE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-PROBE-INTEGER).
           COMPUTE WS-PROBE-WEEKDAY =
               FUNCTION MOD (WS-PROBE-INTEGER 7).
           IF WS-PROBE-WEEKDAY = 0 OR WS-PROBE-WEEKDAY = 6
               SET WS-BUSINESS-DAY-SW TO 'N'
           ELSE
               SET WS-BUSINESS-DAY TO TRUE
           END-IF.
           IF WS-CAL-OPEN
               MOVE WS-PROBE-DATE TO CAL-DATE
               READ CALFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-HOLIDAY
                           SET WS-BUSINESS-DAY-SW TO 'N'
                       END-IF
                       IF CAL-WORKING-DAY
                           SET WS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * THE EXPIRED ENTRY KEEPS ITS KEYER AND APPROVER STAMPS; THE     *
      * CLOSE FIELDS SAY THE AGING JOB CLOSED IT AND WHEN. THE LINE    *
      * STILL SHOWS THE STATUS THE ENTRY HAD UNTIL THIS RUN.          *
      *****************************************************************
       EXPIRE-PENDING-ENTRY.
           SET PEND-STATUS-EXPIRED TO TRUE.
           MOVE 'MYCOBPAG' TO PEND-CLOSE-USER.
           MOVE WS-RUN-DATE TO PEND-CLOSE-DATE.
           MOVE WS-RUN-TIME TO PEND-CLOSE-TIME.
           REWRITE PEND-RECORD.
           IF WS-PEND-STATUS = '00'
               MOVE '*EXPIRED*' TO PAG-DET-NOTE
               ADD 1 TO WS-EXPIRED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE '*NOT EXPIRED' TO PAG-DET-NOTE
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               STRING 'RUN ' PEND-RUN-ID
                   ' NOT EXPIRED - PENDPARM REWRITE STATUS '
                   WS-PEND-STATUS
                   DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               DISPLAY 'MYFPAGE: ' WS-EDIT-ERROR-TEXT
               PERFORM WRITE-REPORT-ERROR
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-AGING-SUMMARY.
           MOVE '0' TO PAG-SUM-CC.
           MOVE 'OPEN ENTRIES' TO PAG-SUM-LABEL.
           MOVE WS-OPEN-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE SPACE TO PAG-SUM-CC.
           MOVE 'AWAITING APPROVAL' TO PAG-SUM-LABEL.
           MOVE WS-AWAITING-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE 'APPROVED, NOT EXTRACTED' TO PAG-SUM-LABEL.
           MOVE WS-APPROVED-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE 'EXPIRED BY THIS RUN' TO PAG-SUM-LABEL.
           MOVE WS-EXPIRED-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE 'DUE TO EXPIRE ON THE NEXT RUN' TO PAG-SUM-LABEL.
           MOVE WS-DUE-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE 'ENTRY DATE NOT A DATE' TO PAG-SUM-LABEL.
           MOVE WS-BAD-DATE-COUNT TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           MOVE 'OLDEST OPEN ENTRY (BUS DAYS)' TO PAG-SUM-LABEL.
           MOVE WS-OLDEST-AGE TO PAG-SUM-VALUE.
           WRITE PAG-SUMMARY-LINE.
           DISPLAY 'MYFPAGE: ' WS-OPEN-COUNT ' OPEN ENTRY(S), '
               WS-EXPIRED-COUNT ' EXPIRED, '
               WS-DUE-COUNT ' DUE TO EXPIRE NEXT RUN'.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO PAG-ERR-TEXT.
           WRITE PAG-ERROR-LINE.

       TERMINATION.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.
           CLOSE PENDFILE.
           CLOSE RPTFILE.
