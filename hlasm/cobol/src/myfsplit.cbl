      *              SEQUENCE, SO A SECOND SPLIT THE SAME DAY MUST     *
      *              WAIT FOR HOUSEKEEPING TO CLEAR THE CHECKPOINT     *
      *              FILE OR THE CHILDREN WILL BE SKIPPED AS ALREADY   *
      *              COMPLETED. EVERY CHILD CARRIES ITS PARENT'S       *
      *              OVERLAP OVERRIDE FLAG (SEE PARMREC).             *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC).                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SPLITCTL ASSIGN TO SPLITCTL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMIN
           LABEL RECORDS STANDARD.
           COPY SPLTREC.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-PARMIN-STATUS             PIC X(02) VALUE '00'.
       01  WS-OUT1-STATUS               PIC X(02) VALUE '00'.
           05  WS-OUT-RANGE-TO          PIC 9(09).
           05  WS-OUT-CATEGORY-CODE     PIC X(02).
           05  WS-OUT-REVERSAL-RUN-ID   PIC X(08).
           05  FILLER                   PIC X(12).
           05  WS-OUT-OVERLAP-OVERRIDE  PIC X(01).
           05  FILLER                   PIC X(30).
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           IF LS-PARM-LEN > 0
               AND LS-PARM-TEXT (1:9) IS NUMERIC
               MOVE LS-PARM-TEXT (1:9) TO WS-SPLIT-THRESHOLD
           MOVE WS-CHILD-TO TO WS-OUT-RANGE-TO.
           MOVE PARM-CATEGORY-CODE TO WS-OUT-CATEGORY-CODE.
           MOVE SPACES TO WS-OUT-REVERSAL-RUN-ID.
           MOVE PARM-OVERLAP-OVERRIDE TO WS-OUT-OVERLAP-OVERRIDE.
           PERFORM WRITE-CHILD-TO-STREAM.
           MOVE SPACES TO SPLT-RECORD.
           MOVE PARM-RUN-ID TO SPLT-PARENT-RUN-ID.
               MOVE 1 TO WS-STREAM-NO
           END-IF.

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
           MOVE 'MYCOBSPL' TO PRF-JOB-NAME.
           MOVE 'SPLIT' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFSPLIT' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           COMPUTE PRF-RANGES = WS-SPLIT-COUNT + WS-PASSED-COUNT.
           MOVE 0 TO PRF-ITERATIONS.
           MOVE 0 TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           MOVE PRF-RANGES TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFSPLIT: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFSPLIT: PERFORMANCE HISTORY NOT '
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
           CLOSE PARMIN.
           CLOSE PARMOUT1.
           CLOSE PARMOUT3.
           CLOSE PARMOUT4.
           CLOSE SPLITCTL.
           PERFORM WRITE-PERFORMANCE-RECORD.
