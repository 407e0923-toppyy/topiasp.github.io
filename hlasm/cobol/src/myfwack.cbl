      *              WE SENT (EXTRACT GENERATIONS CONCATENATED ON THE  *
      *              EXTIN DD). AN EXTRACT THE WAREHOUSE REJECTED, AN  *
      *              ACK WHOSE COUNT OR CONTROL TOTAL DISAGREES WITH   *
      *              OUR TRAILER, AND AN EXTRACT STILL UNACKNOWLEDGED  *
      *              ONCE A BUSINESS DAY HAS STARTED SINCE IT WAS SENT *
      *              ALL PRINT AS EXCEPTIONS AND END THE STEP RC 8 SO  *
      *              THE NOTIFY STEP PAGES OPERATIONS. AN EXTRACT      *
      *              FROM THE LATEST BUSINESS DAY (OR LATER) STILL     *
      *              AWAITING ITS ACK ENDS RC 4 - THE WAREHOUSE LOAD   *
      *              MAY NOT HAVE RUN YET. BUSINESS DAYS COME FROM THE *
      *              CALFILE BUSINESS-DAY CALENDAR (SEE CALREC), SO A  *
      *              FRIDAY FEED IS NOT OVERDUE UNTIL THE NEXT WORKING *
      *              MONDAY; IF THE CALENDAR IS UNAVAILABLE THE STEP   *
      *              WARNS AND COUNTS MONDAY TO FRIDAY.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACKFILE ASSIGN TO ACKFILE
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

           LABEL RECORDS STANDARD.
           COPY ACKREC.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  WS-EXTIN-STATUS              PIC X(02) VALUE '00'.
       01  WS-ACK-STATUS                PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-EXTIN-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-EXTIN-EOF             VALUE 'Y'.
       01  WS-ACK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ACK-EOF               VALUE 'Y'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-OVERDUE-DATE              PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-HDR-SEEN-SW               PIC X(01) VALUE 'N'.
           88  WS-HDR-SEEN              VALUE 'Y'.
       01  WS-CUR-RUN-DATE              PIC X(08) VALUE SPACES.
               DELIMITED BY SIZE INTO ACK-H1-RUN-DATE.
           WRITE ACK-HEADING-1.
           WRITE ACK-HEADING-2.
           PERFORM OPEN-BUSINESS-CALENDAR.
           PERFORM SET-OVERDUE-DATE.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY READ WHILE THE OVERDUE DATE  *
      * IS SET. A MISSING OR NEVER-LOADED CALFILE DOES NOT STOP THE    *
      * MATCH - IT WARNS AND FALLS BACK TO MONDAY TO FRIDAY.          *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFWACK: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * AN UNACKNOWLEDGED EXTRACT IS OVERDUE WHEN IT PREDATES THE      *
      * LATEST BUSINESS DAY ON OR BEFORE TODAY - THE WAREHOUSE HAS     *
      * THEN HAD A WORKING DAY TO LOAD IT. ON A BUSINESS DAY THAT IS   *
      * TODAY, AS IT ALWAYS WAS; OVER A WEEKEND OR HOLIDAY IT STAYS ON *
      * THE LAST BUSINESS DAY, SO THAT DAY'S FEED IS STILL AWAITED.    *
      *****************************************************************
       SET-OVERDUE-DATE.
           MOVE WS-RUN-DATE TO WS-PROBE-DATE.
           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE-NUM).
           PERFORM TEST-PROBE-BUSINESS-DAY.
           PERFORM RETREAT-PROBE-DAY UNTIL WS-BUSINESS-DAY.
           MOVE WS-PROBE-DATE TO WS-OVERDUE-DATE.

       RETREAT-PROBE-DAY.
           SUBTRACT 1 FROM WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.

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
      * ONE PASS OVER THE CONCATENATED EXTRACT GENERATIONS BUILDS THE  *
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   IF WS-WEX-RUN-DATE (WS-WEX-SUB) < WS-OVERDUE-DATE
                       MOVE '*UNACKNOWLEDGED*' TO ACK-DET-STATUS
                       ADD 1 TO WS-OVERDUE-COUNT
                       IF RETURN-CODE < 8
           MOVE 'UNACKNOWLEDGED OVERDUE' TO ACK-SUM-LABEL.
           MOVE WS-OVERDUE-COUNT TO ACK-SUM-VALUE.
           WRITE ACK-SUMMARY-LINE.
           MOVE 'AWAITING ACK (NOT DUE)' TO ACK-SUM-LABEL.
           MOVE WS-AWAITING-COUNT TO ACK-SUM-VALUE.
           WRITE ACK-SUMMARY-LINE.
           DISPLAY 'MYFWACK: ' WS-WEX-COUNT ' EXTRACT(S) EXAMINED, '
