      *              4. WHETHER THE OPERATOR QUIESCE FLAG IS SET AND   *
      *                 WHETHER THE NOTIFY ALERT FLAG RECORD IS SET    *
      *                 (THE RECON/BUILD OUTCOME).                    *
      *              THE WINDOW DATE COMES FROM PARM.GO (YYYYMMDD).    *
      *              THE DEFAULT, FOR THE SCHEDULED 06:00 RUN, IS THE  *
      *              BUSINESS DAY THE LAST WINDOW OPENED ON - THE      *
      *              LATEST BUSINESS DAY BEFORE TODAY PER THE CALFILE  *
      *              BUSINESS-DAY CALENDAR (SEE CALREC), SO A MONDAY   *
      *              MORNING REPORTS FRIDAY'S WINDOW. PASS THE DATE    *
      *              EXPLICITLY FOR A WINDOW THAT OPENED AND CLOSED ON *
      *              THE SAME DAY. IF THE CALENDAR IS UNAVAILABLE THE  *
      *              REPORT WARNS AND COUNTS MONDAY TO FRIDAY. RUN AS  *
      *              THE LAST STEP OF MYCOBJOB OR STANDALONE AT 06:00  *
      *              (SEE HLASM/JCL/MYCOBWST.JCL). ENDS RC 4 WHEN      *
      *              ANYTHING IS OUTSTANDING - IN-PROGRESS RUNS,       *
      *              AWAITING APPROVALS, A QUIESCE, OR AN ALERT.      *
      *****************************************************************
           SELECT ALERTDS ASSIGN TO ALERTDS
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

           LABEL RECORDS STANDARD.
       01  ALERT-RECORD                 PIC X(80).

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  WS-QUIESCE-STATUS            PIC X(02) VALUE '00'.
       01  WS-ALERT-STATUS              PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF             VALUE 'Y'.
       01  WS-CKPT-EOF-SW               PIC X(01) VALUE 'N'.
       01  WS-PEND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PEND-EOF              VALUE 'Y'.
       01  WS-WINDOW-DATE               PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-POSTED-COUNT              PIC 9(05) VALUE 0.
       01  WS-POSTED-TOTAL              PIC S9(15) COMP-3 VALUE 0.
       01  WS-INPROG-COUNT              PIC 9(05) VALUE 0.
       01  WS-APPROVED-COUNT            PIC 9(05) VALUE 0.
       01  WS-SUBMITTED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE 0.
       01  WS-RECALLED-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(05) VALUE 0.
       01  WS-OUTSTANDING-SW            PIC X(01) VALUE 'N'.
           88  WS-OUTSTANDING           VALUE 'Y'.
       01  WS-ALERT-SET-SW              PIC X(01) VALUE 'N'.
               AND LS-PARM-TEXT (1:8) IS NUMERIC
               MOVE LS-PARM-TEXT (1:8) TO WS-WINDOW-DATE
           ELSE
               PERFORM OPEN-BUSINESS-CALENDAR
               PERFORM SET-DEFAULT-WINDOW-DATE
               IF WS-CAL-OPEN
                   CLOSE CALFILE
               END-IF
           END-IF.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DELIMITED BY SIZE INTO WST-H2-WINDOW-DATE.
           WRITE WST-HEADING-2.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY READ WHEN THE WINDOW DATE IS *
      * DEFAULTED. A MISSING OR NEVER-LOADED CALFILE DOES NOT STOP THE *
      * REPORT - IT WARNS AND FALLS BACK TO MONDAY TO FRIDAY.         *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFWSTAT: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * THE DEFAULT WINDOW IS THE ONE THE 06:00 RUN FOLLOWS: IT OPENED *
      * ON THE LATEST BUSINESS DAY BEFORE TODAY, SO A MONDAY RUN       *
      * REPORTS FRIDAY'S WINDOW AND THE RUN AFTER A HOLIDAY REPORTS    *
      * THE WINDOW BEFORE IT, NOT AN EMPTY ONE.                       *
      *****************************************************************
       SET-DEFAULT-WINDOW-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROBE-DATE.
           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE-NUM).
           SET WS-BUSINESS-DAY-SW TO 'N'.
           PERFORM RETREAT-PROBE-DAY UNTIL WS-BUSINESS-DAY.
           MOVE WS-PROBE-DATE TO WS-WINDOW-DATE.

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

       REPORT-POSTED-RUNS.
           MOVE 'RUNS POSTED THIS WINDOW (AUDITFILE)' TO
               WST-SEC-TITLE.
           MOVE 'REJECTED: ' TO WST-CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WST-CNT-VALUE.
           WRITE WST-COUNT-LINE.
           MOVE 'RECALLED: ' TO WST-CNT-LABEL.
           MOVE WS-RECALLED-COUNT TO WST-CNT-VALUE.
           WRITE WST-COUNT-LINE.
           MOVE 'EXPIRED: ' TO WST-CNT-LABEL.
           MOVE WS-EXPIRED-COUNT TO WST-CNT-VALUE.
           WRITE WST-COUNT-LINE.
           IF WS-AWAITING-COUNT > 0
               OR WS-APPROVED-COUNT > 0
               SET WS-OUTSTANDING TO TRUE
                           ADD 1 TO WS-SUBMITTED-COUNT
                       WHEN PEND-STATUS-REJECTED
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN PEND-STATUS-RECALLED
                           ADD 1 TO WS-RECALLED-COUNT
                       WHEN PEND-STATUS-EXPIRED
                           ADD 1 TO WS-EXPIRED-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
