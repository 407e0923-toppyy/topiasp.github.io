       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFPERF'.
      *****************************************************************
      * MYFPERF    - WEEKLY BATCH WINDOW CAPACITY REPORT OVER THE      *
      *              JOB-STEP PERFORMANCE HISTORY (PRFFILE KSDS, SEE   *
      *              PRFREC). FOR THE LAST WW WEEKS, ENDING TODAY,     *
      *              EVERY JOB STEP THAT RECORDED A RUN PRINTS ONE     *
      *              LINE PER WEEK OF ITS RUNS, AVERAGE AND LONGEST    *
      *              ELAPSED TIME, RANGES, ITERATIONS, DETAIL RECORDS  *
      *              READ AND CHECKPOINTS, SO GROWTH IN ANY ONE STEP   *
      *              SHOWS UP BEFORE IT SHOWS IN THE WINDOW. THE       *
      *              MYCOBJOB WINDOW ITSELF RUNS FROM THE START OF     *
      *              EACH EXTRACT STEP TO THE LATEST END OF THE        *
      *              MYCOBJOB STEPS THAT FOLLOW IT, AND IS TRENDED THE *
      *              SAME WAY AGAINST THE TIME ALLOWED FROM THE WINDOW *
      *              OPENING TO ITS CUTOFF. A LEAST-SQUARES LINE       *
      *              THROUGH THE WEEKLY AVERAGE WINDOW PROJECTS THE    *
      *              WEEK IN WHICH THE WINDOW WILL OVERRUN THE CUTOFF  *
      *              AT THE CURRENT RATE OF GROWTH. PARM.GO IS         *
      *              'HHMM,HHMM,WW' - WINDOW OPENING, CUTOFF (EARLIER  *
      *              THAN THE OPENING WHEN THE WINDOW SPANS MIDNIGHT)  *
      *              AND WEEKS TO TREND, 02 TO 26 (DEFAULT             *
      *              '2200,0600,08'). ENDS RC 4 WHEN A WINDOW IN THE   *
      *              PERIOD ALREADY RAN PAST THE CUTOFF, WHEN THE      *
      *              OVERRUN IS PROJECTED WITHIN AS MANY WEEKS AGAIN   *
      *              AS ARE TRENDED, OR WHEN THERE IS NO HISTORY TO    *
      *              TREND.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CAPLINES.

       WORKING-STORAGE SECTION.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-PRF-EOF               VALUE 'Y'.
       01  WS-PRF-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-PRF-OPEN              VALUE 'Y'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-PARM-FIELDS.
           05  WS-PARM-OPEN.
               10  WS-OPEN-HH           PIC 9(02) VALUE 22.
               10  WS-OPEN-MM           PIC 9(02) VALUE 00.
           05  WS-PARM-SEP-1            PIC X(01) VALUE ','.
           05  WS-PARM-CUTOFF.
               10  WS-CUTOFF-HH         PIC 9(02) VALUE 06.
               10  WS-CUTOFF-MM         PIC 9(02) VALUE 00.
           05  WS-PARM-SEP-2            PIC X(01) VALUE ','.
           05  WS-PARM-WEEKS            PIC 9(02) VALUE 08.
       01  WS-PARM-CANDIDATE.
           05  WS-CND-OPEN.
               10  WS-CND-OPEN-HH       PIC 9(02).
               10  WS-CND-OPEN-MM       PIC 9(02).
           05  WS-CND-SEP-1             PIC X(01).
           05  WS-CND-CUTOFF.
               10  WS-CND-CUTOFF-HH     PIC 9(02).
               10  WS-CND-CUTOFF-MM     PIC 9(02).
           05  WS-CND-SEP-2             PIC X(01).
           05  WS-CND-WEEKS             PIC 9(02).
       01  WS-PARM-VALID-SW             PIC X(01) VALUE 'Y'.
           88  WS-PARM-VALID            VALUE 'Y'.
       01  WS-MAX-WEEKS                 PIC 9(02) VALUE 26.
       01  WS-OPEN-SECONDS              PIC 9(05) VALUE 0.
       01  WS-CUTOFF-SECONDS            PIC 9(05) VALUE 0.
       01  WS-ALLOWED-SECONDS           PIC 9(07) VALUE 0.
       01  WS-TODAY-DATE                PIC 9(08) VALUE 0.
       01  WS-TODAY-INT                 PIC 9(07) VALUE 0.
       01  WS-FIRST-INT                 PIC 9(07) VALUE 0.
       01  WS-FIRST-DATE                PIC 9(08) VALUE 0.
       01  WS-REC-INT                   PIC 9(07) VALUE 0.
       01  WS-REC-START-ABS             PIC 9(11) VALUE 0.
       01  WS-REC-END-ABS               PIC 9(11) VALUE 0.
       01  WS-RECORD-COUNT              PIC 9(07) VALUE 0.
       01  WS-WEEK-SUB                  PIC 9(02) VALUE 0.
       01  WS-CLR-SUB                   PIC 9(02) VALUE 0.
       01  WS-STP-COUNT                 PIC 9(02) VALUE 0.
       01  WS-MAX-STP-ENTRIES           PIC 9(02) VALUE 20.
       01  WS-STP-SUB                   PIC 9(02) VALUE 0.
       01  WS-STP-HIT                   PIC 9(02) VALUE 0.
       01  WS-STP-FULL-SW               PIC X(01) VALUE 'N'.
           88  WS-STP-FULL              VALUE 'Y'.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 20 TIMES.
               10  WS-STP-JOB           PIC X(08).
               10  WS-STP-STEP          PIC X(08).
               10  WS-STP-PROGRAM       PIC X(08).
               10  WS-STP-WEEK OCCURS 26 TIMES.
                   15  WS-SWK-RUNS      PIC 9(04).
                   15  WS-SWK-ELAPSED   PIC 9(09).
                   15  WS-SWK-LONGEST   PIC 9(07).
                   15  WS-SWK-RANGES    PIC 9(07).
                   15  WS-SWK-ITERATIONS
                                        PIC 9(11).
                   15  WS-SWK-DETAIL-READ
                                        PIC 9(10).
                   15  WS-SWK-CHECKPOINTS
                                        PIC 9(07).
       01  WS-WIN-TABLE.
           05  WS-WIN-WEEK OCCURS 26 TIMES.
               10  WS-WWK-WINDOWS       PIC 9(04).
               10  WS-WWK-ELAPSED       PIC 9(09).
               10  WS-WWK-LONGEST       PIC 9(07).
       01  WS-WIN-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-WIN-OPEN              VALUE 'Y'.
       01  WS-WIN-WEEK-SUB              PIC 9(02) VALUE 0.
       01  WS-WIN-START-ABS             PIC 9(11) VALUE 0.
       01  WS-WIN-END-ABS               PIC 9(11) VALUE 0.
       01  WS-WIN-ELAPSED               PIC 9(07) VALUE 0.
       01  WS-WINDOW-COUNT              PIC 9(05) VALUE 0.
       01  WS-OVERRUN-COUNT             PIC 9(05) VALUE 0.
       01  WS-AVERAGE                   PIC 9(07) VALUE 0.
       01  WS-DUR-SECONDS               PIC 9(07) VALUE 0.
       01  WS-DUR-HOURS                 PIC 9(05) VALUE 0.
       01  WS-DUR-REST                  PIC 9(05) VALUE 0.
       01  WS-DUR-TEXT.
           05  WS-DUR-HH                PIC 9(02).
           05  WS-DUR-COLON-1           PIC X(01) VALUE ':'.
           05  WS-DUR-MM                PIC 9(02).
           05  WS-DUR-COLON-2           PIC X(01) VALUE ':'.
           05  WS-DUR-SS                PIC 9(02).
       01  WS-FMT-DATE                  PIC 9(08) VALUE 0.
       01  WS-FMT-DATE-X REDEFINES WS-FMT-DATE
                                        PIC X(08).
       01  WS-DATE-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-FIT-N                     PIC 9(02) VALUE 0.
       01  WS-SUM-X                     PIC S9(05) COMP-3 VALUE 0.
       01  WS-SUM-XX                    PIC S9(07) COMP-3 VALUE 0.
       01  WS-SUM-Y                     PIC S9(11) COMP-3 VALUE 0.
       01  WS-SUM-XY                    PIC S9(13) COMP-3 VALUE 0.
       01  WS-DENOMINATOR               PIC S9(09) COMP-3 VALUE 0.
       01  WS-SLOPE                     PIC S9(07)V9(04) COMP-3
                                        VALUE 0.
       01  WS-INTERCEPT                 PIC S9(09)V9(04) COMP-3
                                        VALUE 0.
       01  WS-FITTED                    PIC S9(09)V9(04) COMP-3
                                        VALUE 0.
       01  WS-CROSS-WEEK                PIC S9(07)V9(04) COMP-3
                                        VALUE 0.
       01  WS-OVER-WEEK                 PIC S9(07) COMP-3 VALUE 0.
       01  WS-WEEKS-AHEAD               PIC S9(07) COMP-3 VALUE 0.
       01  WS-OVERRUN-FAR-SW            PIC X(01) VALUE 'N'.
           88  WS-OVERRUN-FAR           VALUE 'Y'.
       01  WS-OVERRUN-DUE-SW            PIC X(01) VALUE 'N'.
           88  WS-OVERRUN-DUE           VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(12).

       PROCEDURE DIVISION USING LS-PARM-DATA.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM COLLECT-PERFORMANCE-RECORD UNTIL WS-PRF-EOF.
           PERFORM CLOSE-WINDOW.
           IF WS-RECORD-COUNT = 0
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               STRING 'NO PERFORMANCE HISTORY IN THE LAST '
                   WS-PARM-WEEKS ' WEEKS'
                   DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               DISPLAY 'MYFPERF: ' WS-EDIT-ERROR-TEXT
               PERFORM WRITE-REPORT-ERROR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM PRINT-ONE-STEP
                   VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
               PERFORM PRINT-WINDOW-TREND
               PERFORM PROJECT-WINDOW-OVERRUN
               IF WS-OVERRUN-COUNT > 0
                   DISPLAY 'MYFPERF: ' WS-OVERRUN-COUNT
                       ' WINDOW(S) RAN PAST THE CUTOFF'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-OVERRUN-DUE
                   DISPLAY 'MYFPERF: WINDOW PROJECTED TO OVERRUN THE '
                       'CUTOFF BY THE WEEK ENDING ' WS-DATE-TEXT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           PERFORM EDIT-PARM-OPTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-FIRST-INT =
               WS-TODAY-INT - (WS-PARM-WEEKS * 7) + 1.
           COMPUTE WS-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FIRST-INT).
           PERFORM CLEAR-WINDOW-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-MAX-WEEKS.
           OPEN INPUT PRFFILE.
           IF WS-PRF-STATUS = '35'
               DISPLAY 'MYFPERF: PERFORMANCE HISTORY NOT YET CREATED'
               SET WS-PRF-EOF TO TRUE
           ELSE
               IF WS-PRF-STATUS NOT = '00'
                   DISPLAY 'MYFPERF: UNABLE TO OPEN PRFFILE - STATUS '
                       WS-PRF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-PRF-OPEN-SW TO 'Y'
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYFPERF: UNABLE TO OPEN RPTFILE - STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               IF WS-PRF-OPEN
                   CLOSE PRFFILE
               END-IF
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADINGS.
           IF WS-PRF-OPEN
               MOVE LOW-VALUES TO PRF-KEY
               MOVE WS-FIRST-DATE TO PRF-START-DATE
               START PRFFILE KEY NOT < PRF-KEY
                   INVALID KEY
                       SET WS-PRF-EOF TO TRUE
               END-START
           END-IF.

      *****************************************************************
      * PARM.GO MAY STOP AFTER THE OPENING OR THE CUTOFF; WHATEVER IS  *
      * LEFT OFF KEEPS ITS DEFAULT. A TIME OR WEEK COUNT THAT DOES NOT *
      * EDIT ENDS THE STEP RC 16 RATHER THAN FORECAST AGAINST A WINDOW *
      * NOBODY ASKED FOR. THE TIME ALLOWED RUNS FROM THE OPENING TO    *
      * THE CUTOFF, PAST MIDNIGHT WHEN THE CUTOFF IS THE EARLIER TIME  *
      * OF DAY.                                                       *
      *****************************************************************
       EDIT-PARM-OPTIONS.
           IF LS-PARM-LEN > 0
               MOVE WS-PARM-FIELDS TO WS-PARM-CANDIDATE
               IF LS-PARM-LEN > 12
                   SET WS-PARM-VALID-SW TO 'N'
               ELSE
                   MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO
                       WS-PARM-CANDIDATE (1:LS-PARM-LEN)
               END-IF
               IF WS-CND-OPEN IS NOT NUMERIC
                   OR WS-CND-CUTOFF IS NOT NUMERIC
                   OR WS-CND-WEEKS IS NOT NUMERIC
                   OR WS-CND-SEP-1 NOT = ','
                   OR WS-CND-SEP-2 NOT = ','
                   SET WS-PARM-VALID-SW TO 'N'
               END-IF
               IF WS-PARM-VALID
                   IF WS-CND-OPEN-HH > 23
                       OR WS-CND-OPEN-MM > 59
                       OR WS-CND-CUTOFF-HH > 23
                       OR WS-CND-CUTOFF-MM > 59
                       OR WS-CND-OPEN = WS-CND-CUTOFF
                       OR WS-CND-WEEKS < 2
                       OR WS-CND-WEEKS > WS-MAX-WEEKS
                       SET WS-PARM-VALID-SW TO 'N'
                   END-IF
               END-IF
               IF NOT WS-PARM-VALID
                   DISPLAY 'MYFPERF: PARM.GO IS NOT HHMM,HHMM,WW WITH '
                       'WW FROM 02 TO 26'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-CANDIDATE TO WS-PARM-FIELDS
           END-IF.
           COMPUTE WS-OPEN-SECONDS =
               (WS-OPEN-HH * 3600) + (WS-OPEN-MM * 60).
           COMPUTE WS-CUTOFF-SECONDS =
               (WS-CUTOFF-HH * 3600) + (WS-CUTOFF-MM * 60).
           IF WS-CUTOFF-SECONDS > WS-OPEN-SECONDS
               COMPUTE WS-ALLOWED-SECONDS =
                   WS-CUTOFF-SECONDS - WS-OPEN-SECONDS
           ELSE
               COMPUTE WS-ALLOWED-SECONDS =
                   WS-CUTOFF-SECONDS + 86400 - WS-OPEN-SECONDS
           END-IF.

       CLEAR-WINDOW-WEEK.
           MOVE 0 TO WS-WWK-WINDOWS (WS-WEEK-SUB).
           MOVE 0 TO WS-WWK-ELAPSED (WS-WEEK-SUB).
           MOVE 0 TO WS-WWK-LONGEST (WS-WEEK-SUB).

       WRITE-HEADINGS.
           STRING FUNCTION CURRENT-DATE (1:4) '-'
               FUNCTION CURRENT-DATE (5:2) '-'
               FUNCTION CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO CAP-H1-RUN-DATE.
           WRITE CAP-HEADING-1.
           STRING WS-OPEN-HH ':' WS-OPEN-MM
               DELIMITED BY SIZE INTO CAP-H2-OPEN.
           STRING WS-CUTOFF-HH ':' WS-CUTOFF-MM
               DELIMITED BY SIZE INTO CAP-H2-CUTOFF.
           MOVE WS-ALLOWED-SECONDS TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO CAP-H2-ALLOWED.
           WRITE CAP-HEADING-2.
           MOVE WS-PARM-WEEKS TO CAP-H3-WEEKS.
           MOVE WS-FIRST-DATE TO WS-FMT-DATE.
           PERFORM FORMAT-DATE-TEXT.
           MOVE WS-DATE-TEXT TO CAP-H3-FROM.
           MOVE WS-TODAY-DATE TO WS-FMT-DATE.
           PERFORM FORMAT-DATE-TEXT.
           MOVE WS-DATE-TEXT TO CAP-H3-TO.
           WRITE CAP-HEADING-3.

      *****************************************************************
      * THE KEY LEADS WITH THE START DATE, SO THE READ BEGINS AT THE   *
      * FIRST DAY OF THE OLDEST WEEK AND EVERY RECORD FROM THERE ON    *
      * BELONGS TO ONE OF THE WEEKS - WEEK 1 THE OLDEST, THE LAST WEEK *
      * ENDING TODAY. EACH RECORD IS COUNTED UNDER ITS OWN JOB AND     *
      * STEP, AND A MYCOBJOB RECORD ALSO FEEDS THE WINDOW.            *
      *****************************************************************
       COLLECT-PERFORMANCE-RECORD.
           READ PRFFILE NEXT RECORD
               AT END
                   SET WS-PRF-EOF TO TRUE
               NOT AT END
                   IF PRF-START-DATE NOT > WS-TODAY-DATE
                       COMPUTE WS-REC-INT =
                           FUNCTION INTEGER-OF-DATE (PRF-START-DATE)
                       COMPUTE WS-WEEK-SUB =
                           (WS-REC-INT - WS-FIRST-INT) / 7 + 1
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM STORE-STEP-FIGURES
                       IF PRF-JOB-NAME = 'MYCOBJOB'
                           PERFORM TRACK-WINDOW
                       END-IF
                   END-IF
           END-READ.

       STORE-STEP-FIGURES.
           MOVE 0 TO WS-STP-HIT.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
                   OR WS-STP-HIT > 0
               IF WS-STP-JOB (WS-STP-SUB) = PRF-JOB-NAME
                   AND WS-STP-STEP (WS-STP-SUB) = PRF-STEP-NAME
                   MOVE WS-STP-SUB TO WS-STP-HIT
               END-IF
           END-PERFORM.
           IF WS-STP-HIT = 0
               PERFORM ADD-STEP-ENTRY
           END-IF.
           IF WS-STP-HIT > 0
               MOVE PRF-PROGRAM TO WS-STP-PROGRAM (WS-STP-HIT)
               ADD 1 TO WS-SWK-RUNS (WS-STP-HIT, WS-WEEK-SUB)
               ADD PRF-ELAPSED-SECONDS TO
                   WS-SWK-ELAPSED (WS-STP-HIT, WS-WEEK-SUB)
               IF PRF-ELAPSED-SECONDS >
                   WS-SWK-LONGEST (WS-STP-HIT, WS-WEEK-SUB)
                   MOVE PRF-ELAPSED-SECONDS TO
                       WS-SWK-LONGEST (WS-STP-HIT, WS-WEEK-SUB)
               END-IF
               ADD PRF-RANGES TO
                   WS-SWK-RANGES (WS-STP-HIT, WS-WEEK-SUB)
               ADD PRF-ITERATIONS TO
                   WS-SWK-ITERATIONS (WS-STP-HIT, WS-WEEK-SUB)
               ADD PRF-DETAIL-READ TO
                   WS-SWK-DETAIL-READ (WS-STP-HIT, WS-WEEK-SUB)
               ADD PRF-CHECKPOINTS TO
                   WS-SWK-CHECKPOINTS (WS-STP-HIT, WS-WEEK-SUB)
           END-IF.

      *****************************************************************
      * A JOB STEP IS ADDED TO THE TABLE THE FIRST TIME IT IS SEEN, SO *
      * THE STEPS PRINT IN THE ORDER THEY FIRST RAN. A FULL TABLE IS   *
      * REPORTED ONCE AND ENDS THE STEP RC 16.                        *
      *****************************************************************
       ADD-STEP-ENTRY.
           IF WS-STP-COUNT < WS-MAX-STP-ENTRIES
               ADD 1 TO WS-STP-COUNT
               MOVE WS-STP-COUNT TO WS-STP-HIT
               MOVE PRF-JOB-NAME TO WS-STP-JOB (WS-STP-HIT)
               MOVE PRF-STEP-NAME TO WS-STP-STEP (WS-STP-HIT)
               PERFORM CLEAR-STEP-WEEK
                   VARYING WS-CLR-SUB FROM 1 BY 1
                   UNTIL WS-CLR-SUB > WS-MAX-WEEKS
           ELSE
               IF NOT WS-STP-FULL
                   SET WS-STP-FULL-SW TO 'Y'
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'STEP TABLE FULL - JOB ' PRF-JOB-NAME
                       ' STEP ' PRF-STEP-NAME ' AND LATER NOT REPORTED'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   DISPLAY 'MYFPERF: ' WS-EDIT-ERROR-TEXT
                   PERFORM WRITE-REPORT-ERROR
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CLEAR-STEP-WEEK.
           MOVE 0 TO WS-SWK-RUNS (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-ELAPSED (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-LONGEST (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-RANGES (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-ITERATIONS (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-DETAIL-READ (WS-STP-HIT, WS-CLR-SUB).
           MOVE 0 TO WS-SWK-CHECKPOINTS (WS-STP-HIT, WS-CLR-SUB).

      *****************************************************************
      * EACH EXTRACT STEP OPENS A NEW WINDOW AND CLOSES THE ONE BEFORE *
      * IT. THE WINDOW THEN RUNS TO THE LATEST END OF ANY MYCOBJOB     *
      * STEP THAT STARTS WITHIN A DAY OF ITS EXTRACT, SO A STEP        *
      * RESTARTED THE NEXT MORNING STILL COUNTS BUT A STRAY RUN DAYS   *
      * LATER DOES NOT. TIMES ARE TAKEN AS SECONDS FROM THE DAY        *
      * NUMBER INTEGER-OF-DATE GIVES, SO A WINDOW SPANNING MIDNIGHT    *
      * MEASURES CORRECTLY. THE SPLIT, CHILD BUILD AND MERGE JOBS ARE  *
      * TRENDED AS STEPS BUT ARE NOT PART OF THE WINDOW.              *
      *****************************************************************
       TRACK-WINDOW.
           COMPUTE WS-REC-START-ABS = (WS-REC-INT * 86400)
               + (PRF-START-HH * 3600) + (PRF-START-MM * 60)
               + PRF-START-SS.
           COMPUTE WS-REC-END-ABS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE) * 86400)
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS.
           IF PRF-STEP-NAME = 'EXTRACT'
               PERFORM CLOSE-WINDOW
               SET WS-WIN-OPEN-SW TO 'Y'
               MOVE WS-WEEK-SUB TO WS-WIN-WEEK-SUB
               MOVE WS-REC-START-ABS TO WS-WIN-START-ABS
               MOVE WS-REC-END-ABS TO WS-WIN-END-ABS
           ELSE
               IF WS-WIN-OPEN
                   AND WS-REC-START-ABS < WS-WIN-START-ABS + 86400
                   AND WS-REC-END-ABS > WS-WIN-END-ABS
                   MOVE WS-REC-END-ABS TO WS-WIN-END-ABS
               END-IF
           END-IF.

       CLOSE-WINDOW.
           IF WS-WIN-OPEN
               COMPUTE WS-WIN-ELAPSED =
                   WS-WIN-END-ABS - WS-WIN-START-ABS
               ADD 1 TO WS-WWK-WINDOWS (WS-WIN-WEEK-SUB)
               ADD WS-WIN-ELAPSED TO WS-WWK-ELAPSED (WS-WIN-WEEK-SUB)
               IF WS-WIN-ELAPSED > WS-WWK-LONGEST (WS-WIN-WEEK-SUB)
                   MOVE WS-WIN-ELAPSED TO
                       WS-WWK-LONGEST (WS-WIN-WEEK-SUB)
               END-IF
               ADD 1 TO WS-WINDOW-COUNT
               IF WS-WIN-ELAPSED > WS-ALLOWED-SECONDS
                   ADD 1 TO WS-OVERRUN-COUNT
               END-IF
               SET WS-WIN-OPEN-SW TO 'N'
           END-IF.

       PRINT-ONE-STEP.
           MOVE WS-STP-JOB (WS-STP-SUB) TO CAP-STP-JOB.
           MOVE WS-STP-STEP (WS-STP-SUB) TO CAP-STP-STEP.
           MOVE WS-STP-PROGRAM (WS-STP-SUB) TO CAP-STP-PROGRAM.
           WRITE CAP-STEP-LINE.
           WRITE CAP-STEP-HEADING.
           PERFORM PRINT-STEP-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-PARM-WEEKS.

       PRINT-STEP-WEEK.
           PERFORM FORMAT-WEEK-ENDING.
           MOVE WS-DATE-TEXT TO CAP-SWK-WEEK-END.
           MOVE WS-SWK-RUNS (WS-STP-SUB, WS-WEEK-SUB) TO CAP-SWK-RUNS.
           IF WS-SWK-RUNS (WS-STP-SUB, WS-WEEK-SUB) = 0
               MOVE SPACES TO CAP-SWK-AVERAGE
               MOVE SPACES TO CAP-SWK-LONGEST
           ELSE
               COMPUTE WS-DUR-SECONDS ROUNDED =
                   WS-SWK-ELAPSED (WS-STP-SUB, WS-WEEK-SUB)
                   / WS-SWK-RUNS (WS-STP-SUB, WS-WEEK-SUB)
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO CAP-SWK-AVERAGE
               MOVE WS-SWK-LONGEST (WS-STP-SUB, WS-WEEK-SUB) TO
                   WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO CAP-SWK-LONGEST
           END-IF.
           MOVE WS-SWK-RANGES (WS-STP-SUB, WS-WEEK-SUB) TO
               CAP-SWK-RANGES.
           MOVE WS-SWK-ITERATIONS (WS-STP-SUB, WS-WEEK-SUB) TO
               CAP-SWK-ITERATIONS.
           MOVE WS-SWK-DETAIL-READ (WS-STP-SUB, WS-WEEK-SUB) TO
               CAP-SWK-DETAIL-READ.
           MOVE WS-SWK-CHECKPOINTS (WS-STP-SUB, WS-WEEK-SUB) TO
               CAP-SWK-CHECKPOINTS.
           WRITE CAP-STEP-WEEK-LINE.

      *****************************************************************
      * EVERY WEEK THAT HAD A WINDOW ADDS ITS AVERAGE TO THE SUMS FOR  *
      * THE LEAST-SQUARES LINE, X BEING THE WEEK NUMBER AND Y THE      *
      * AVERAGE WINDOW IN SECONDS. A WEEK WITHOUT A WINDOW IS LEFT     *
      * OUT RATHER THAN COUNTED AS ZERO.                              *
      *****************************************************************
       PRINT-WINDOW-TREND.
           WRITE CAP-WINDOW-LINE.
           WRITE CAP-WINDOW-HEADING.
           PERFORM PRINT-WINDOW-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-PARM-WEEKS.

       PRINT-WINDOW-WEEK.
           PERFORM FORMAT-WEEK-ENDING.
           MOVE WS-DATE-TEXT TO CAP-WWK-WEEK-END.
           MOVE WS-WWK-WINDOWS (WS-WEEK-SUB) TO CAP-WWK-WINDOWS.
           MOVE SPACES TO CAP-WWK-FLAG.
           IF WS-WWK-WINDOWS (WS-WEEK-SUB) = 0
               MOVE SPACES TO CAP-WWK-AVERAGE
               MOVE SPACES TO CAP-WWK-LONGEST
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-WWK-ELAPSED (WS-WEEK-SUB)
                   / WS-WWK-WINDOWS (WS-WEEK-SUB)
               MOVE WS-AVERAGE TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO CAP-WWK-AVERAGE
               MOVE WS-WWK-LONGEST (WS-WEEK-SUB) TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO CAP-WWK-LONGEST
               IF WS-WWK-LONGEST (WS-WEEK-SUB) > WS-ALLOWED-SECONDS
                   MOVE '*PAST CUTOFF*' TO CAP-WWK-FLAG
               END-IF
               ADD 1 TO WS-FIT-N
               ADD WS-WEEK-SUB TO WS-SUM-X
               COMPUTE WS-SUM-XX = WS-SUM-XX
                   + (WS-WEEK-SUB * WS-WEEK-SUB)
               ADD WS-AVERAGE TO WS-SUM-Y
               COMPUTE WS-SUM-XY = WS-SUM-XY
                   + (WS-WEEK-SUB * WS-AVERAGE)
           END-IF.
           WRITE CAP-WINDOW-WEEK-LINE.

      *****************************************************************
      * THE LINE IS FITTED THROUGH THE WEEKLY AVERAGES AND READ AT THE *
      * LATEST WEEK. WHILE THE WINDOW IS GROWING, THE FIRST WHOLE WEEK *
      * IN WHICH THE LINE REACHES THE TIME ALLOWED IS THE PROJECTED    *
      * OVERRUN; ONE WITHIN AS MANY WEEKS AHEAD AS ARE TRENDED - OR A  *
      * LINE ALREADY PAST THE CUTOFF - ENDS THE STEP RC 4 SO THE       *
      * SCHEDULE IS LOOKED AT WHILE THERE IS STILL TIME TO ACT. A RATE *
      * SO SLOW THE WEEK WILL NOT FIT THE FIELD IS NO OVERRUN AT ALL.  *
      * TWO WEEKS WITH A WINDOW ARE THE LEAST A LINE CAN BE FITTED TO. *
      *****************************************************************
       PROJECT-WINDOW-OVERRUN.
           MOVE '0' TO CAP-PRJ-CC.
           MOVE 'TIME ALLOWED, OPENING TO CUTOFF' TO CAP-PRJ-LABEL.
           MOVE WS-ALLOWED-SECONDS TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO CAP-PRJ-VALUE.
           PERFORM WRITE-PROJECTION-LINE.
           IF WS-FIT-N < 2
               MOVE 'PROJECTED OVERRUN' TO CAP-PRJ-LABEL
               MOVE 'NOT PROJECTED - UNDER 2 WEEKS OF WINDOWS' TO
                   CAP-PRJ-VALUE
               PERFORM WRITE-PROJECTION-LINE
           ELSE
               PERFORM FIT-WINDOW-TREND
           END-IF.

       FIT-WINDOW-TREND.
           COMPUTE WS-DENOMINATOR =
               (WS-FIT-N * WS-SUM-XX) - (WS-SUM-X * WS-SUM-X).
           COMPUTE WS-SLOPE ROUNDED =
               ((WS-FIT-N * WS-SUM-XY) - (WS-SUM-X * WS-SUM-Y))
               / WS-DENOMINATOR.
           COMPUTE WS-INTERCEPT ROUNDED =
               (WS-SUM-Y - (WS-SLOPE * WS-SUM-X)) / WS-FIT-N.
           COMPUTE WS-FITTED ROUNDED =
               WS-INTERCEPT + (WS-SLOPE * WS-PARM-WEEKS).
           MOVE 'FITTED WINDOW, LATEST WEEK' TO CAP-PRJ-LABEL.
           IF WS-FITTED < 0
               MOVE 0 TO WS-DUR-SECONDS
           ELSE
               COMPUTE WS-DUR-SECONDS ROUNDED = WS-FITTED
           END-IF.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO CAP-PRJ-VALUE.
           PERFORM WRITE-PROJECTION-LINE.
           MOVE 'GROWTH PER WEEK' TO CAP-PRJ-LABEL.
           COMPUTE CAP-PRJ-NUMBER ROUNDED = WS-SLOPE.
           MOVE ' SECONDS' TO CAP-PRJ-NUMBER-TEXT.
           PERFORM WRITE-PROJECTION-LINE.
           MOVE 'PROJECTED OVERRUN' TO CAP-PRJ-LABEL.
           IF WS-FITTED NOT < WS-ALLOWED-SECONDS
               SET WS-OVERRUN-DUE-SW TO 'Y'
               MOVE WS-TODAY-DATE TO WS-FMT-DATE
               PERFORM FORMAT-DATE-TEXT
               MOVE 'NOW - THE FITTED WINDOW IS PAST THE CUTOFF' TO
                   CAP-PRJ-VALUE
               PERFORM WRITE-PROJECTION-LINE
           ELSE
               IF WS-SLOPE NOT > 0
                   MOVE 'NONE - THE WINDOW IS NOT GROWING' TO
                       CAP-PRJ-VALUE
                   PERFORM WRITE-PROJECTION-LINE
               ELSE
                   PERFORM PROJECT-OVERRUN-WEEK
               END-IF
           END-IF.

       PROJECT-OVERRUN-WEEK.
           SET WS-OVERRUN-FAR-SW TO 'N'.
           COMPUTE WS-CROSS-WEEK =
               (WS-ALLOWED-SECONDS - WS-INTERCEPT) / WS-SLOPE
               ON SIZE ERROR
                   SET WS-OVERRUN-FAR-SW TO 'Y'
           END-COMPUTE.
           IF NOT WS-OVERRUN-FAR
               MOVE WS-CROSS-WEEK TO WS-OVER-WEEK
               IF WS-OVER-WEEK < WS-CROSS-WEEK
                   ADD 1 TO WS-OVER-WEEK
               END-IF
               COMPUTE WS-WEEKS-AHEAD = WS-OVER-WEEK - WS-PARM-WEEKS
               IF WS-WEEKS-AHEAD > 9999
                   SET WS-OVERRUN-FAR-SW TO 'Y'
               END-IF
           END-IF.
           IF WS-OVERRUN-FAR
               MOVE 'NONE WITHIN 9999 WEEKS AT THIS RATE' TO
                   CAP-PRJ-VALUE
               PERFORM WRITE-PROJECTION-LINE
           ELSE
               COMPUTE WS-FMT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + (WS-WEEKS-AHEAD * 7))
               PERFORM FORMAT-DATE-TEXT
               STRING 'WEEK ENDING ' WS-DATE-TEXT
                   DELIMITED BY SIZE INTO CAP-PRJ-VALUE
               PERFORM WRITE-PROJECTION-LINE
               MOVE 'WEEKS UNTIL OVERRUN' TO CAP-PRJ-LABEL
               MOVE WS-WEEKS-AHEAD TO CAP-PRJ-NUMBER
               PERFORM WRITE-PROJECTION-LINE
               IF WS-WEEKS-AHEAD NOT > WS-PARM-WEEKS
                   SET WS-OVERRUN-DUE-SW TO 'Y'
               END-IF
           END-IF.

       WRITE-PROJECTION-LINE.
           WRITE CAP-PROJECTION-LINE.
           MOVE SPACE TO CAP-PRJ-CC.
           MOVE SPACES TO CAP-PRJ-LABEL.
           MOVE SPACES TO CAP-PRJ-VALUE.

       FORMAT-WEEK-ENDING.
           COMPUTE WS-FMT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FIRST-INT + (WS-WEEK-SUB * 7) - 1).
           PERFORM FORMAT-DATE-TEXT.

       FORMAT-DATE-TEXT.
           STRING WS-FMT-DATE-X (1:4) '-' WS-FMT-DATE-X (5:2) '-'
               WS-FMT-DATE-X (7:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

      *****************************************************************
      * ELAPSED SECONDS PRINT AS HH:MM:SS; A FIGURE OF A HUNDRED HOURS *
      * OR MORE PRINTS AS ASTERISKS.                                  *
      *****************************************************************
       FORMAT-DURATION.
           COMPUTE WS-DUR-HOURS = WS-DUR-SECONDS / 3600.
           IF WS-DUR-HOURS > 99
               MOVE '**:**:**' TO WS-DUR-TEXT
           ELSE
               MOVE ':' TO WS-DUR-COLON-1
               MOVE ':' TO WS-DUR-COLON-2
               MOVE WS-DUR-HOURS TO WS-DUR-HH
               COMPUTE WS-DUR-REST =
                   WS-DUR-SECONDS - (WS-DUR-HOURS * 3600)
               COMPUTE WS-DUR-MM = WS-DUR-REST / 60
               COMPUTE WS-DUR-SS = WS-DUR-REST - (WS-DUR-MM * 60)
           END-IF.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO CAP-ERR-TEXT.
           WRITE CAP-ERROR-LINE.

       TERMINATION.
           IF WS-PRF-OPEN
               CLOSE PRFFILE
           END-IF.
           CLOSE RPTFILE.
