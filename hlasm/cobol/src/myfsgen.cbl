       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFSGEN'.
      *****************************************************************
      * MYFSGEN    - STANDING-ORDER GENERATOR. RUNS AS THE SORDGEN     *
      *              STEP AT THE VERY FRONT OF MYCOBJOB, AHEAD OF THE  *
      *              EXTRACT STEP (SEE HLASM/COBOL/SUM-2.CBL). READS   *
      *              EVERY ORDER ON THE STANDING-ORDER MASTER          *
      *              (SORDFILE KSDS, LAYOUT SORDREC) AND, FOR EACH     *
      *              ACTIVE ORDER IN EFFECT AND DUE ON THE RUN DATE -  *
      *              EVERY BUSINESS DAY, THE FIRST BUSINESS DAY OF     *
      *              THE WEEK (NORMALLY MONDAY), OR THE LAST BUSINESS  *
      *              DAY OF THE MONTH - QUEUES ONE PARAMETER           *
      *              ENTRY ON THE PENDPARM KSDS IN ENTERED STATUS      *
      *              WITH RUN-ID ORDER ID + YYMMDD, KEYED IN THE NAME  *
      *              OF THE ORDER'S OWNER. THE ENTRY THEN WAITS FOR A  *
      *              SECOND USER ON MYFPAPP EXACTLY LIKE ONE KEYED ON  *
      *              MYFPENT - A STANDING ORDER NEVER POSTS ON         *
      *              NOBODY'S APPROVAL. BUSINESS DAYS COME FROM THE    *
      *              CALFILE BUSINESS-DAY CALENDAR (SEE CALREC); IF    *
      *              THE CALENDAR IS UNAVAILABLE THE STEP WARNS AND    *
      *              COUNTS MONDAY TO FRIDAY.                         *
      *              THE REPORT LISTS EVERY ORDER AS GENERATED OR      *
      *              SKIPPED WITH THE REASON. RERUNNING THE STEP ON    *
      *              THE SAME DAY IS HARMLESS: AN ORDER ALREADY        *
      *              GENERATED FOR THE DATE IS SKIPPED. RC 12 = AN     *
      *              ORDER ON THE MASTER IS UNUSABLE, RC 16 = A DATA   *
      *              SET COULD NOT BE OPENED; NEITHER STOPS THE        *
      *              EXTRACT, WHICH STILL DRAINS WHAT WAS KEYED.      *
      *              AN ORDER'S OVERLAP OVERRIDE (SEE SORDREC) IS      *
      *              CARRIED ONTO EVERY ENTRY IT QUEUES AND SHOWN ON   *
      *              THE REPORT, SO A RECURRING NORMAL-MODE ORDER CAN  *
      *              PASS THE OVERLAP CHECK.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORDFILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-ID
               FILE STATUS IS WS-SORD-STATUS.

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
       FD  SORDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY SORDREC.

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
           COPY SGNLINES.

       WORKING-STORAGE SECTION.
       01  WS-SORD-STATUS               PIC X(02) VALUE '00'.
       01  WS-PEND-STATUS               PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-SORD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORD-EOF              VALUE 'Y'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-TIME                  PIC X(06) VALUE SPACES.
       01  WS-RUN-INTEGER               PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-RUN-BUSINESS-SW           PIC X(01) VALUE 'N'.
           88  WS-RUN-IS-BUSINESS-DAY   VALUE 'Y'.
       01  WS-MONTH-END-SW              PIC X(01) VALUE 'N'.
           88  WS-RUN-IS-MONTH-END      VALUE 'Y'.
       01  WS-WEEK-START-SW             PIC X(01) VALUE 'N'.
           88  WS-RUN-IS-WEEK-START     VALUE 'Y'.
       01  WS-ORDER-DUE-SW              PIC X(01) VALUE 'N'.
           88  WS-ORDER-DUE             VALUE 'Y'.
       01  WS-GEN-RUN-ID                PIC X(08) VALUE SPACES.
       01  WS-ORDER-COUNT               PIC 9(05) VALUE 0.
       01  WS-GENERATED-COUNT           PIC 9(05) VALUE 0.
       01  WS-NOT-DUE-COUNT             PIC 9(05) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
       01  WS-ERROR-COUNT               PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM GENERATE-ONE-ORDER UNTIL WS-SORD-EOF.
           PERFORM WRITE-GENERATION-SUMMARY.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           OPEN I-O SORDFILE.
           IF WS-SORD-STATUS NOT = '00'
               DISPLAY 'MYFSGEN: UNABLE TO OPEN SORDFILE - STATUS '
                   WS-SORD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDFILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'MYFSGEN: UNABLE TO OPEN PENDFILE - STATUS '
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SORDFILE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYFSGEN: UNABLE TO OPEN RPTFILE - STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SORDFILE
               CLOSE PENDFILE
               STOP RUN
           END-IF.
           STRING WS-RUN-DATE (1:4) '-'
               WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO SGN-H1-RUN-DATE.
           WRITE SGN-HEADING-1.
           WRITE SGN-HEADING-2.
           PERFORM OPEN-BUSINESS-CALENDAR.
           PERFORM CLASSIFY-RUN-DATE.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.
           MOVE LOW-VALUES TO SORD-ORDER-ID.
           START SORDFILE KEY NOT < SORD-ORDER-ID
               INVALID KEY
                   SET WS-SORD-EOF TO TRUE
           END-START.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY READ WHILE THE RUN DATE IS   *
      * CLASSIFIED. A MISSING OR NEVER-LOADED CALFILE DOES NOT STOP    *
      * THE STEP - IT WARNS AND FALLS BACK TO MONDAY TO FRIDAY.       *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFSGEN: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * THE RUN DATE IS CLASSIFIED ONCE: ITS WEEKDAY, WHETHER IT IS A  *
      * BUSINESS DAY, WHETHER IT IS THE FIRST BUSINESS DAY OF ITS      *
      * WEEK - TRUE WHEN NO EARLIER DAY OF THE SAME MONDAY-TO-SUNDAY   *
      * WEEK WAS ONE, SO A MONDAY HOLIDAY MOVES THE WEEKLY ORDERS TO   *
      * TUESDAY - AND WHETHER IT IS THE LAST BUSINESS DAY OF ITS       *
      * MONTH - TRUE WHEN THE NEXT BUSINESS DAY AFTER IT FALLS IN A    *
      * DIFFERENT MONTH. INTEGER-OF-DATE COUNTS FROM MONDAY 1601-01-01 *
      * SO THE INTEGER MOD 7 IS 1 ON A MONDAY, 6 ON A SATURDAY AND 0   *
      * ON A SUNDAY.                                                  *
      *****************************************************************
       CLASSIFY-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           MOVE WS-RUN-INTEGER TO WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.
           MOVE WS-BUSINESS-DAY-SW TO WS-RUN-BUSINESS-SW.
           SET WS-MONTH-END-SW TO 'N'.
           SET WS-WEEK-START-SW TO 'N'.
           IF WS-RUN-IS-BUSINESS-DAY
               SET WS-BUSINESS-DAY-SW TO 'N'
               PERFORM RETREAT-PROBE-DAY
                   UNTIL WS-BUSINESS-DAY OR WS-PROBE-WEEKDAY = 1
               IF NOT WS-BUSINESS-DAY
                   SET WS-RUN-IS-WEEK-START TO TRUE
               END-IF
               MOVE WS-RUN-INTEGER TO WS-PROBE-INTEGER
               SET WS-BUSINESS-DAY-SW TO 'N'
               PERFORM ADVANCE-PROBE-DAY UNTIL WS-BUSINESS-DAY
               IF WS-PROBE-DATE (1:6) NOT = WS-RUN-DATE (1:6)
                   SET WS-RUN-IS-MONTH-END TO TRUE
               END-IF
           END-IF.

       ADVANCE-PROBE-DAY.
           ADD 1 TO WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.

       RETREAT-PROBE-DAY.
           SUBTRACT 1 FROM WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.

      *****************************************************************
      * MONDAY TO FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR HOLDS   *
      * THE DATE AS A HOLIDAY; A SATURDAY OR SUNDAY IS ONE ONLY WHEN   *
      * THE CALENDAR HOLDS IT AS A WORKED DAY.                        *
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

       GENERATE-ONE-ORDER.
           READ SORDFILE NEXT RECORD
               AT END
                   SET WS-SORD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDER-COUNT
                   PERFORM EVALUATE-ORDER
           END-READ.

      *****************************************************************
      * AN ORDER IS GENERATED ONLY WHEN IT IS ACTIVE, THE RUN DATE     *
      * FALLS INSIDE ITS START/END DATES, ITS SCHEDULE IS DUE TODAY,   *
      * IT HAS NOT ALREADY BEEN GENERATED TODAY, AND ITS PARAMETER     *
      * FIELDS ARE USABLE. THE FULL PARAMETER EDITS STILL RUN IN       *
      * BUILD; THESE CHECKS ONLY KEEP OBVIOUS JUNK OFF THE QUEUE.     *
      *****************************************************************
       EVALUATE-ORDER.
           MOVE SPACES TO SGN-DET-RUN-ID.
           MOVE SORD-ORDER-ID TO SGN-DET-ORDER-ID.
           MOVE SORD-SCHEDULE TO SGN-DET-SCHEDULE.
           MOVE SORD-MODE TO SGN-DET-MODE.
           MOVE SORD-CATEGORY-CODE TO SGN-DET-CATEGORY.
           IF SORD-OVERRIDE-OVERLAP
               MOVE 'Y' TO SGN-DET-OVERRIDE
           ELSE
               MOVE 'N' TO SGN-DET-OVERRIDE
           END-IF.
           PERFORM TEST-ORDER-DUE.
           EVALUATE TRUE
               WHEN NOT SORD-ACTIVE
                   MOVE 'ORDER INACTIVE' TO SGN-DET-REASON
                   PERFORM WRITE-NOT-DUE-LINE
               WHEN SORD-START-DATE NOT = SPACES
                   AND SORD-START-DATE > WS-RUN-DATE
                   MOVE 'NOT YET STARTED' TO SGN-DET-REASON
                   PERFORM WRITE-NOT-DUE-LINE
               WHEN SORD-END-DATE NOT = SPACES
                   AND SORD-END-DATE < WS-RUN-DATE
                   MOVE 'PAST END DATE' TO SGN-DET-REASON
                   PERFORM WRITE-NOT-DUE-LINE
               WHEN NOT SORD-SCHED-DAILY
                   AND NOT SORD-SCHED-MONDAY
                   AND NOT SORD-SCHED-MONTH-END
                   MOVE 'SCHEDULE NOT D, M OR L' TO SGN-DET-REASON
                   PERFORM WRITE-ORDER-ERROR
               WHEN NOT WS-ORDER-DUE
                   MOVE 'NOT DUE TODAY' TO SGN-DET-REASON
                   PERFORM WRITE-NOT-DUE-LINE
               WHEN SORD-LAST-GEN-DATE = WS-RUN-DATE
                   MOVE 'ALREADY GENERATED TODAY' TO SGN-DET-REASON
                   PERFORM WRITE-SKIPPED-LINE
               WHEN SORD-MODE NOT = 'N' AND SORD-MODE NOT = 'D'
                   AND SORD-MODE NOT = 'T' AND SORD-MODE NOT = 'A'
                   MOVE 'MODE NOT N, D, T OR A' TO SGN-DET-REASON
                   PERFORM WRITE-ORDER-ERROR
               WHEN SORD-RANGE-FROM IS NOT NUMERIC
                   OR SORD-RANGE-TO IS NOT NUMERIC
                   MOVE 'RANGE VALUE NOT NUMERIC' TO SGN-DET-REASON
                   PERFORM WRITE-ORDER-ERROR
               WHEN SORD-OWNER-USER = SPACES
                   MOVE 'ORDER HAS NO OWNER USER ID' TO SGN-DET-REASON
                   PERFORM WRITE-ORDER-ERROR
               WHEN OTHER
                   PERFORM QUEUE-ORDER-ENTRY
           END-EVALUATE.

       TEST-ORDER-DUE.
           SET WS-ORDER-DUE-SW TO 'N'.
           EVALUATE TRUE
               WHEN SORD-SCHED-DAILY
                   IF WS-RUN-IS-BUSINESS-DAY
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN SORD-SCHED-MONDAY
                   IF WS-RUN-IS-WEEK-START
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN SORD-SCHED-MONTH-END
                   IF WS-RUN-IS-MONTH-END
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * THE QUEUED ENTRY IS BUILT FIELD FOR FIELD THE WAY MYFPENT      *
      * BUILDS ONE. A RUN-ID ALREADY ON THE QUEUE (A RERUN AFTER THE   *
      * MASTER WAS RELOADED, OR A HAND-KEYED ENTRY THAT HAPPENS TO USE *
      * THE SAME ID) IS SKIPPED, NOT OVERWRITTEN.                     *
      *****************************************************************
       QUEUE-ORDER-ENTRY.
           MOVE SPACES TO WS-GEN-RUN-ID.
           STRING SORD-ORDER-ID WS-RUN-DATE (3:6)
               DELIMITED BY SIZE INTO WS-GEN-RUN-ID.
           MOVE WS-GEN-RUN-ID TO SGN-DET-RUN-ID.
           MOVE SPACES TO PEND-RECORD.
           MOVE WS-GEN-RUN-ID TO PEND-RUN-ID.
           MOVE SORD-MODE TO PEND-MODE.
           MOVE SORD-RANGE-FROM TO PEND-RANGE-FROM.
           MOVE SORD-RANGE-TO TO PEND-RANGE-TO.
           MOVE SORD-CATEGORY-CODE TO PEND-CATEGORY-CODE.
           IF SORD-MODE = 'A'
               MOVE SORD-REVERSAL-RUN-ID TO PEND-REVERSAL-RUN-ID
           ELSE
               MOVE SPACES TO PEND-REVERSAL-RUN-ID
           END-IF.
           IF SORD-MODE = 'T'
               MOVE SORD-TARGET-CATEGORY TO PEND-TARGET-CATEGORY
           ELSE
               MOVE SPACES TO PEND-TARGET-CATEGORY
           END-IF.
           IF (SORD-MODE = 'T' OR SORD-MODE = 'A')
               AND SORD-TRANSFER-AMOUNT IS NUMERIC
               MOVE SORD-TRANSFER-AMOUNT TO PEND-TRANSFER-AMOUNT
           ELSE
               MOVE 0 TO PEND-TRANSFER-AMOUNT
           END-IF.
           IF SORD-OVERRIDE-OVERLAP
               MOVE 'Y' TO PEND-OVERLAP-OVERRIDE
           ELSE
               MOVE 'N' TO PEND-OVERLAP-OVERRIDE
           END-IF.
           SET PEND-STATUS-ENTERED TO TRUE.
           MOVE WS-RUN-DATE TO PEND-ENTRY-DATE.
           MOVE WS-RUN-TIME TO PEND-ENTRY-TIME.
           MOVE SORD-OWNER-USER TO PEND-ENTRY-USER.
           MOVE SPACES TO PEND-APPROVE-USER.
           MOVE SPACES TO PEND-APPROVE-DATE.
           MOVE SPACES TO PEND-APPROVE-TIME.
           WRITE PEND-RECORD
               INVALID KEY
                   MOVE 'RUN ID ALREADY ON PENDING QUEUE' TO
                       SGN-DET-REASON
                   PERFORM WRITE-SKIPPED-LINE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO SORD-LAST-GEN-DATE
                   REWRITE SORD-RECORD
                   MOVE 'GENERATED' TO SGN-DET-ACTION
                   MOVE 'QUEUED - AWAITING APPROVAL' TO SGN-DET-REASON
                   WRITE SGN-DETAIL-LINE
                   ADD 1 TO WS-GENERATED-COUNT
           END-WRITE.

       WRITE-NOT-DUE-LINE.
           MOVE 'NOT DUE' TO SGN-DET-ACTION.
           WRITE SGN-DETAIL-LINE.
           ADD 1 TO WS-NOT-DUE-COUNT.

       WRITE-SKIPPED-LINE.
           MOVE 'SKIPPED' TO SGN-DET-ACTION.
           WRITE SGN-DETAIL-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.

       WRITE-ORDER-ERROR.
           MOVE 'SKIPPED' TO SGN-DET-ACTION.
           WRITE SGN-DETAIL-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE SPACES TO WS-EDIT-ERROR-TEXT.
           STRING 'ORDER ' SORD-ORDER-ID ' UNUSABLE - ' SGN-DET-REASON
               DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT.
           PERFORM WRITE-REPORT-ERROR.
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.

       WRITE-GENERATION-SUMMARY.
           MOVE 'ORDERS ON MASTER' TO SGN-SUM-LABEL.
           MOVE WS-ORDER-COUNT TO SGN-SUM-VALUE.
           WRITE SGN-SUMMARY-LINE.
           MOVE 'ENTRIES GENERATED' TO SGN-SUM-LABEL.
           MOVE WS-GENERATED-COUNT TO SGN-SUM-VALUE.
           WRITE SGN-SUMMARY-LINE.
           MOVE 'NOT DUE TODAY' TO SGN-SUM-LABEL.
           MOVE WS-NOT-DUE-COUNT TO SGN-SUM-VALUE.
           WRITE SGN-SUMMARY-LINE.
           MOVE 'DUE BUT SKIPPED' TO SGN-SUM-LABEL.
           MOVE WS-SKIPPED-COUNT TO SGN-SUM-VALUE.
           WRITE SGN-SUMMARY-LINE.
           DISPLAY 'MYFSGEN: ' WS-GENERATED-COUNT
               ' STANDING-ORDER ENTRY(S) QUEUED, ' WS-SKIPPED-COUNT
               ' SKIPPED, ' WS-NOT-DUE-COUNT ' NOT DUE'.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO SGN-ERR-TEXT.
           WRITE SGN-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       TERMINATION.
           CLOSE SORDFILE.
           CLOSE PENDFILE.
           CLOSE RPTFILE.
