      *              TRAILER IDS. RC 16 = FEED OUT OF BALANCE OR       *
      *              STRUCTURALLY DAMAGED, RC 12 = RECORD-LEVEL        *
      *              ERRORS, RC 4 = NO FEED TRANSMITTED (EMPTY DATA    *
      *              SET - A NO-DETAIL NIGHT, BUILD STILL RUNS).       *
      *              EVERY ACCEPTED FEED IS ENTERED ON THE FEED        *
      *              REGISTER (SEE FRGREC) WITH ITS FEED DATE, COUNT,  *
      *              TOTAL AND A HASH OF ITS DETAIL RECORDS. A FEED    *
      *              WHOSE CONTENTS MATCH ONE ALREADY REGISTERED - AN  *
      *              UPSTREAM RESEND, WHICH BALANCES PERFECTLY - FAILS *
      *              THE WINDOW RC 16. A FEED DATE THAT REPEATS, RUNS  *
      *              BACKWARDS OR SKIPS A BUSINESS DAY (CALFILE, SEE   *
      *              CALREC) AFTER THE LATEST REGISTERED FEED IS       *
      *              REPORTED RC 4 AND THE WINDOW PROCEEDS.           *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC).                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

           SELECT FRGFILE ASSIGN TO FRGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-KEY
               FILE STATUS IS WS-FRG-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DTLFILE
           LABEL RECORDS STANDARD.
           COPY DEDLINES.

       FD  FRGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FRGREC.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-DTL-STATUS                PIC X(02) VALUE '00'.
       01  WS-PEND-STATUS               PIC X(02) VALUE '00'.
               10  WS-RUNID-VERDICT     PIC X(01).
       01  WS-RUNID-SUB                 PIC 9(02) VALUE 0.
       01  WS-RUNID-HIT                 PIC 9(02) VALUE 0.
       01  WS-FRG-STATUS                PIC X(02) VALUE '00'.
       01  WS-FRG-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-FRG-EOF               VALUE 'Y'.
       01  WS-FRG-LOADED-SW             PIC X(01) VALUE 'Y'.
           88  WS-FRG-LOADED            VALUE 'Y'.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-WARN-COUNT                PIC 9(05) VALUE 0.
       01  WS-FEED-DATE                 PIC X(08) VALUE SPACES.
       01  WS-FEED-HASH                 PIC 9(09) VALUE 0.
       01  WS-HASH-WORK                 PIC 9(11) COMP-3 VALUE 0.
       01  WS-HASH-QUOT                 PIC 9(03) COMP-3 VALUE 0.
       01  WS-HASH-SUB                  PIC 9(03) VALUE 0.
       01  WS-LATEST-FEED-DATE          PIC X(08) VALUE SPACES.
       01  WS-EXPECTED-FEED-DATE        PIC X(08) VALUE SPACES.
       01  WS-SAME-DATE-COUNT           PIC 9(02) VALUE 0.
       01  WS-SAME-DATE-SEQ             PIC 9(02) VALUE 0.
       01  WS-DUP-FEED-DATE             PIC X(08) VALUE SPACES.
       01  WS-DUP-REG-DATE              PIC X(08) VALUE SPACES.
       01  WS-SKIPPED-DAYS              PIC 9(03) VALUE 0.
       01  WS-PRINT-DATE                PIC X(08) VALUE SPACES.
       01  WS-PRINT-DATE-EDIT           PIC X(10) VALUE SPACES.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM INITIALIZATION.
           PERFORM EDIT-FEED-RECORD UNTIL WS-DTL-EOF.
           PERFORM BALANCE-FEED.
           PERFORM CHECK-FEED-REGISTER.
           PERFORM WRITE-EDIT-SUMMARY.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           OPEN INPUT DTLFILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'MYFDEDIT: UNABLE TO OPEN DTLFILE - STATUS '
               CLOSE PENDFILE
               STOP RUN
           END-IF.
           PERFORM OPEN-FEED-REGISTER.
           PERFORM OPEN-BUSINESS-CALENDAR.
           STRING FUNCTION CURRENT-DATE (1:4) '-'
               FUNCTION CURRENT-DATE (5:2) '-'
               FUNCTION CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO DED-H1-RUN-DATE.
           WRITE DED-HEADING-1.

      *****************************************************************
      * A REGISTER THAT HAS NEVER BEEN WRITTEN (THE FIRST WINDOW AFTER *
      * THE DEFINE) IS OPENED FOR OUTPUT AND HAS NOTHING TO MATCH. ONE *
      * THAT CANNOT BE OPENED AT ALL FAILS THE WINDOW - A FEED THAT    *
      * CANNOT BE CHECKED FOR A RESEND MUST NOT POST.                 *
      *****************************************************************
       OPEN-FEED-REGISTER.
           OPEN I-O FRGFILE.
           IF WS-FRG-STATUS = '35'
               CLOSE FRGFILE
               OPEN OUTPUT FRGFILE
               SET WS-FRG-LOADED-SW TO 'N'
           END-IF.
           IF WS-FRG-STATUS NOT = '00'
               DISPLAY 'MYFDEDIT: UNABLE TO OPEN FRGFILE - STATUS '
                   WS-FRG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DTLFILE
               CLOSE PENDFILE
               CLOSE RPTFILE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY NEEDED FOR THE FEED DATE     *
      * SEQUENCE CHECK. A MISSING OR NEVER-LOADED CALFILE DOES NOT     *
      * STOP THE EDIT - IT WARNS AND FALLS BACK TO MONDAY TO FRIDAY.  *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFDEDIT: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

       EDIT-FEED-RECORD.
           READ DTLFILE
               AT END
               END-IF
           END-IF.
           SET WS-HDR-SEEN TO TRUE.
           MOVE DTL-H-FEED-DATE TO WS-FEED-DATE.
           IF DTL-H-FEED-DATE IS NUMERIC
               STRING DTL-H-FEED-DATE (1:4) '-'
                   DTL-H-FEED-DATE (5:2) '-'
                   DTL-H-FEED-DATE (7:2)
                   DELIMITED BY SIZE INTO DED-FED-DATE
               WRITE DED-FEED-LINE
           ELSE
               MOVE DTL-H-FEED-DATE TO DED-FED-DATE
               WRITE DED-FEED-LINE
               MOVE 'FEED DATE NOT NUMERIC - FEED CANNOT BE REGISTERED'
                   TO WS-EDIT-ERROR-TEXT
               PERFORM WRITE-REPORT-ERROR
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       EDIT-FEED-TRAILER.
           IF WS-TRL-SEEN
               END-IF
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM HASH-ONE-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.
           IF DTL-AMOUNT IS NUMERIC
               ADD DTL-AMOUNT TO WS-AMOUNT-TOTAL
           ELSE
           END-IF.
           PERFORM EDIT-DETAIL-RUN-ID.

      *****************************************************************
      * THE CONTENT HASH RUNS OVER EVERY BYTE OF EVERY DETAIL RECORD   *
      * IN FEED ORDER (HEADER AND TRAILER EXCLUDED, SO A RESEND UNDER  *
      * A NEW FEED DATE STILL MATCHES): MULTIPLY BY 31, ADD THE BYTE,  *
      * KEEP THE REMAINDER BY THE PRIME 999999937.                    *
      *****************************************************************
       HASH-ONE-BYTE.
           COMPUTE WS-HASH-WORK = WS-FEED-HASH * 31
               + FUNCTION ORD (DTL-RECORD (WS-HASH-SUB:1)).
           DIVIDE WS-HASH-WORK BY 999999937
               GIVING WS-HASH-QUOT REMAINDER WS-FEED-HASH.

      *****************************************************************
      * EVERY RUN-ID ON THE FEED MUST BE A DETAIL-MODE PARAMETER ON    *
      * THE PENDPARM QUEUE (PENDING OR ALREADY EXTRACTED THIS          *
               END-IF
           END-IF.

      *****************************************************************
      * ONLY A FEED THAT ARRIVED WHOLE - HEADER WITH A NUMERIC DATE    *
      * AND TRAILER - IS CHECKED AGAINST THE REGISTER, AND ONLY ONE    *
      * THE WINDOW WILL POST (RC 4 OR LESS) IS REGISTERED, SO A FEED   *
      * REFUSED FOR ANY REASON CAN BE CORRECTED AND SENT AGAIN. A      *
      * WINDOW RESTARTED AFTER ITS FEED WAS ACCEPTED RESTARTS AT BUILD *
      * AND DOES NOT COME THROUGH HERE TWICE.                         *
      *****************************************************************
       CHECK-FEED-REGISTER.
           IF WS-HDR-SEEN
               AND WS-TRL-SEEN
               AND WS-FEED-DATE IS NUMERIC
               IF WS-FRG-LOADED
                   PERFORM BROWSE-FEED-REGISTER
               END-IF
               IF WS-DUP-FEED-DATE NOT = SPACES
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'FEED ALREADY PROCESSED - SAME AS FEED '
                       WS-DUP-FEED-DATE ' REG ' WS-DUP-REG-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   PERFORM WRITE-REPORT-ERROR
                   DISPLAY 'MYFDEDIT: ' WS-EDIT-ERROR-TEXT
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-LATEST-FEED-DATE NOT = SPACES
                       PERFORM CHECK-FEED-SEQUENCE
                   END-IF
               END-IF
               IF RETURN-CODE > 4
                   DISPLAY 'MYFDEDIT: FEED NOT REGISTERED - THE '
                       'WINDOW WILL NOT POST IT'
               ELSE
                   PERFORM REGISTER-FEED
               END-IF
           END-IF.

       BROWSE-FEED-REGISTER.
           MOVE LOW-VALUES TO FRG-KEY.
           START FRGFILE KEY NOT < FRG-KEY
               INVALID KEY
                   SET WS-FRG-EOF TO TRUE
           END-START.
           PERFORM CHECK-REGISTERED-FEED UNTIL WS-FRG-EOF.

      *****************************************************************
      * AN EMPTY FEED HAS NO CONTENT TO RECOGNISE, SO IT NEVER MATCHES *
      * - ITS DATE STILL COUNTS IN THE SEQUENCE.                      *
      *****************************************************************
       CHECK-REGISTERED-FEED.
           READ FRGFILE NEXT
               AT END
                   SET WS-FRG-EOF TO TRUE
               NOT AT END
                   IF FRG-FEED-DATE > WS-LATEST-FEED-DATE
                       MOVE FRG-FEED-DATE TO WS-LATEST-FEED-DATE
                   END-IF
                   IF FRG-FEED-DATE = WS-FEED-DATE
                       ADD 1 TO WS-SAME-DATE-COUNT
                       MOVE FRG-FEED-SEQ TO WS-SAME-DATE-SEQ
                   END-IF
                   IF WS-DETAIL-COUNT > 0
                       AND FRG-RECORD-COUNT = WS-DETAIL-COUNT
                       AND FRG-AMOUNT-TOTAL = WS-AMOUNT-TOTAL
                       AND FRG-CONTENT-HASH = WS-FEED-HASH
                       AND WS-DUP-FEED-DATE = SPACES
                       MOVE FRG-FEED-DATE TO WS-DUP-FEED-DATE
                       MOVE FRG-REG-DATE TO WS-DUP-REG-DATE
                   END-IF
           END-READ.

      *****************************************************************
      * THE NEXT FEED IS EXPECTED ON THE FIRST BUSINESS DAY AFTER THE  *
      * LATEST ONE REGISTERED. A DATE ALREADY REGISTERED, EARLIER THAN *
      * THE LATEST, BETWEEN THE TWO ON A NON-BUSINESS DAY, OR LATER    *
      * THAN EXPECTED (WITH THE NUMBER OF BUSINESS DAYS MISSED) IS     *
      * REPORTED FOR OPERATIONS TO FOLLOW UP WITH THE UPSTREAM SYSTEM  *
      * - THE FEED ITSELF BALANCED, SO THE WINDOW STILL PROCEEDS.     *
      *****************************************************************
       CHECK-FEED-SEQUENCE.
           MOVE WS-LATEST-FEED-DATE TO WS-PROBE-DATE.
           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE-NUM).
           PERFORM ADVANCE-PROBE-DAY.
           PERFORM ADVANCE-PROBE-DAY UNTIL WS-BUSINESS-DAY.
           MOVE WS-PROBE-DATE TO WS-EXPECTED-FEED-DATE.
           MOVE WS-LATEST-FEED-DATE TO WS-PRINT-DATE.
           PERFORM EDIT-PRINT-DATE.
           MOVE WS-PRINT-DATE-EDIT TO DED-SEQ-LAST.
           MOVE WS-EXPECTED-FEED-DATE TO WS-PRINT-DATE.
           PERFORM EDIT-PRINT-DATE.
           MOVE WS-PRINT-DATE-EDIT TO DED-SEQ-EXPECTED.
           WRITE DED-SEQUENCE-LINE.
           MOVE SPACES TO WS-EDIT-ERROR-TEXT.
           EVALUATE TRUE
               WHEN WS-SAME-DATE-COUNT > 0
                   STRING 'FEED DATE REPEATS - ALREADY REGISTERED '
                       WS-SAME-DATE-COUNT ' TIME(S)'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               WHEN WS-FEED-DATE < WS-LATEST-FEED-DATE
                   STRING 'FEED DATE OUT OF SEQUENCE - EARLIER THAN '
                       WS-LATEST-FEED-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               WHEN WS-FEED-DATE < WS-EXPECTED-FEED-DATE
                   STRING 'FEED DATE ' WS-FEED-DATE
                       ' IS NOT A BUSINESS DAY'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               WHEN WS-FEED-DATE > WS-EXPECTED-FEED-DATE
                   MOVE 1 TO WS-SKIPPED-DAYS
                   PERFORM ADVANCE-PROBE-DAY
                   PERFORM COUNT-SKIPPED-DAY
                       UNTIL WS-PROBE-DATE NOT < WS-FEED-DATE
                       OR WS-SKIPPED-DAYS = 999
                   STRING 'FEED DATE SKIPS ' WS-SKIPPED-DAYS
                       ' BUSINESS DAY(S) - EXPECTED '
                       WS-EXPECTED-FEED-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
           END-EVALUATE.
           IF WS-EDIT-ERROR-TEXT NOT = SPACES
               PERFORM WRITE-REPORT-WARNING
               DISPLAY 'MYFDEDIT: ' WS-EDIT-ERROR-TEXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COUNT-SKIPPED-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-SKIPPED-DAYS
           END-IF.
           PERFORM ADVANCE-PROBE-DAY.

       ADVANCE-PROBE-DAY.
           ADD 1 TO WS-PROBE-INTEGER.
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

       REGISTER-FEED.
           IF WS-SAME-DATE-SEQ = 99
               MOVE 'FEED REGISTER FULL FOR THIS FEED DATE' TO
                   WS-EDIT-ERROR-TEXT
               PERFORM WRITE-REPORT-ERROR
               DISPLAY 'MYFDEDIT: ' WS-EDIT-ERROR-TEXT
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO FRG-RECORD
               MOVE WS-FEED-DATE TO FRG-FEED-DATE
               COMPUTE FRG-FEED-SEQ = WS-SAME-DATE-SEQ + 1
               MOVE WS-DETAIL-COUNT TO FRG-RECORD-COUNT
               MOVE WS-AMOUNT-TOTAL TO FRG-AMOUNT-TOTAL
               MOVE WS-FEED-HASH TO FRG-CONTENT-HASH
               MOVE FUNCTION CURRENT-DATE (1:8) TO FRG-REG-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO FRG-REG-TIME
               MOVE 'MYCOBJOB' TO FRG-JOB-NAME
               WRITE FRG-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-EDIT-ERROR-TEXT
                       STRING 'FEED REGISTER WRITE FAILED - STATUS '
                           WS-FRG-STATUS
                           DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                       PERFORM WRITE-REPORT-ERROR
                       DISPLAY 'MYFDEDIT: ' WS-EDIT-ERROR-TEXT
                       IF RETURN-CODE < 16
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE WS-FEED-DATE TO WS-PRINT-DATE
                       PERFORM EDIT-PRINT-DATE
                       MOVE WS-PRINT-DATE-EDIT TO DED-REG-DATE
                       MOVE FRG-FEED-SEQ TO DED-REG-SEQ
                       MOVE WS-FEED-HASH TO DED-REG-HASH
                       WRITE DED-REGISTER-LINE
               END-WRITE
           END-IF.

       EDIT-PRINT-DATE.
           MOVE SPACES TO WS-PRINT-DATE-EDIT.
           STRING WS-PRINT-DATE (1:4) '-'
               WS-PRINT-DATE (5:2) '-'
               WS-PRINT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-PRINT-DATE-EDIT.

       WRITE-EDIT-SUMMARY.
           MOVE 'DETAIL RECORDS READ' TO DED-SUM-LABEL.
           MOVE WS-DETAIL-COUNT TO DED-SUM-VALUE.
           MOVE 'ERROR LINES' TO DED-SUM-LABEL.
           MOVE WS-ERROR-COUNT TO DED-SUM-VALUE.
           WRITE DED-SUMMARY-LINE.
           MOVE 'WARNING LINES' TO DED-SUM-LABEL.
           MOVE WS-WARN-COUNT TO DED-SUM-VALUE.
           WRITE DED-SUMMARY-LINE.
           DISPLAY 'MYFDEDIT: ' WS-DETAIL-COUNT
               ' DETAIL RECORD(S) EDITED, ' WS-ERROR-COUNT
               ' ERROR(S)'.
           WRITE DED-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       WRITE-REPORT-WARNING.
           MOVE WS-EDIT-ERROR-TEXT TO DED-WRN-TEXT.
           WRITE DED-WARNING-LINE.
           ADD 1 TO WS-WARN-COUNT.

      *****************************************************************
      * JOB-STEP PERFORMANCE HISTORY (SEE PRFREC): AS THE STEP ENDS,   *
      * ONE RECORD OF ITS START AND END TIMES AND ITS VOLUMES IS ADDED *
      * TO PRFFILE FOR THE MYFPERF CAPACITY TREND. THE HISTORY IS      *
      * MEASUREMENT ONLY - A FILE THAT CANNOT BE OPENED OR WRITTEN IS  *
      * REPORTED ON SYSOUT AND LEAVES THE STEP'S RETURN CODE ALONE,    *
      * SINCE THE LATER STEPS' COND TESTS DEPEND ON IT.               *
      *****************************************************************
       WRITE-PERFORMANCE-RECORD.
           MOVE SPACES TO PRF-RECORD.
           MOVE WS-PRF-START-STAMP (1:8) TO PRF-START-DATE.
           MOVE WS-PRF-START-STAMP (9:8) TO PRF-START-TIME.
           MOVE 'MYCOBJOB' TO PRF-JOB-NAME.
           MOVE 'DEDIT' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFDEDIT' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE WS-RUNID-COUNT TO PRF-RANGES.
           MOVE 0 TO PRF-ITERATIONS.
           MOVE WS-DETAIL-COUNT TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           MOVE WS-DETAIL-COUNT TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFDEDIT: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFDEDIT: PERFORMANCE HISTORY NOT '
                       'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
               END-IF
               CLOSE PRFFILE
           END-IF.

       TRY-PERFORMANCE-WRITE.
           WRITE PRF-RECORD
               INVALID KEY
                   ADD 1 TO PRF-KEY-SEQ
               NOT INVALID KEY
                   SET WS-PRF-WRITTEN-SW TO 'Y'
           END-WRITE.
           IF WS-PRF-STATUS (1:1) NOT = '0'
               AND WS-PRF-STATUS NOT = '22'
               MOVE 99 TO PRF-KEY-SEQ
           END-IF.

       TERMINATION.
           CLOSE DTLFILE.
           CLOSE PENDFILE.
           CLOSE RPTFILE.
           CLOSE FRGFILE.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.
           PERFORM WRITE-PERFORMANCE-RECORD.
