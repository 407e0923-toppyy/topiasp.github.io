      *              THE HKEEP STEP OF THE SCHEDULED MYCOBHKP JOB      *
      *              (SEE HLASM/JCL/MYCOBHKP.JCL).                    *
      *              1. PURGES COMPLETED CHECKPOINT RECORDS OLDER      *
      *                 THAN THE RETENTION PASSED IN PARM.GO (DEFAULT  *
      *                 030) FROM THE CKPTFILE KSDS - IN-PROGRESS      *
      *                 RECORDS ARE NEVER TOUCHED, SO A RESTARTABLE    *
      *                 RUN STAYS RESTARTABLE. THE RETENTION IS IN     *
      *                 BUSINESS DAYS, COUNTED BACK FROM TODAY ON THE  *
      *                 CALFILE BUSINESS-DAY CALENDAR (SEE CALREC) SO  *
      *                 A HOLIDAY PERIOD NEVER EATS INTO IT; IF THE    *
      *                 CALENDAR IS UNAVAILABLE THE STEP WARNS AND     *
      *                 COUNTS MONDAY TO FRIDAY.                      *
      *              2. ROLLS AUDITFILE RECORDS DATED BEFORE THE       *
      *                 CURRENT MONTH INTO THE MONTHLY ARCHIVE         *
      *                 GENERATION ON ARCHFILE, APPENDING ONE          *
           SELECT LOKFILE ASSIGN TO LOKFILE
               FILE STATUS IS WS-LOK-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPTFILE
           LABEL RECORDS STANDARD.
           COPY LOKREC.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-CKPT-STATUS               PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
       01  WS-CKPT-DATE-INTEGER         PIC S9(09) COMP-3 VALUE 0.
       01  WS-CKPT-DATE-NUM             PIC 9(08) VALUE 0.
       01  WS-TODAY-NUM                 PIC 9(08) VALUE 0.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-BUSINESS-DAYS-BACK        PIC 9(03) VALUE 0.
       01  WS-MONTH-START               PIC X(08) VALUE SPACES.
       01  WS-PURGED-COUNT              PIC 9(05) VALUE 0.
       01  WS-KEPT-CKPT-COUNT           PIC 9(05) VALUE 0.
           PERFORM SCAN-PARM-OPTIONS.
           PERFORM ACQUIRE-RUN-LOCK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.
           PERFORM OPEN-BUSINESS-CALENDAR.
           PERFORM SET-RETENTION-CUTOFF.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.
           STRING FUNCTION CURRENT-DATE (1:6) '01'
               DELIMITED BY SIZE INTO WS-MONTH-START.
           OPEN I-O CKPTFILE.
               STOP RUN
           END-IF.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY READ WHILE THE RETENTION     *
      * CUTOFF IS SET. A MISSING OR NEVER-LOADED CALFILE DOES NOT STOP *
      * HOUSEKEEPING (OR ITS RC 0 SWAP STEPS) - IT WARNS AND FALLS     *
      * BACK TO MONDAY TO FRIDAY.                                     *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFHKEEP: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * THE CUTOFF IS THE DATE THE RETENTION'S WORTH OF BUSINESS DAYS  *
      * BACK FROM TODAY: A COMPLETED CHECKPOINT LAST UPDATED BEFORE    *
      * IT HAS SAT THROUGH THE FULL RETENTION AND IS PURGED.           *
      *****************************************************************
       SET-RETENTION-CUTOFF.
           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           MOVE 0 TO WS-BUSINESS-DAYS-BACK.
           PERFORM RETREAT-PROBE-DAY
               UNTIL WS-BUSINESS-DAYS-BACK NOT < WS-RETENTION-DAYS.
           MOVE WS-PROBE-INTEGER TO WS-CUTOFF-INTEGER.
           DISPLAY 'MYFHKEEP: RETENTION ' WS-RETENTION-DAYS
               ' BUSINESS DAY(S) - CHECKPOINTS COMPLETED BEFORE '
               WS-PROBE-DATE ' ARE PURGED'.

       RETREAT-PROBE-DAY.
           SUBTRACT 1 FROM WS-PROBE-INTEGER.
           PERFORM TEST-PROBE-BUSINESS-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS-BACK
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
      * COMPLETED CHECKPOINTS OLDER THAN THE RETENTION ARE DELETED;    *
      * A COMPLETED RECORD WITH NO LAST-UPDATE DATE PREDATES THE       *
