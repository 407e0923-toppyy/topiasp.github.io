      *              PERIOD END. THE BOUNDS APPLY TO THE ABSOLUTE      *
      *              VALUE OF THE POSITION. A CATEGORY WITH NO         *
      *              GOVERNING THRESHOLD IS NOT MONITORED.            *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC).                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THRFILE
           LABEL RECORDS STANDARD.
           COPY MONLINES.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-THR-STATUS                PIC X(02) VALUE '00'.
       01  WS-CATF-STATUS               PIC X(02) VALUE '00'.
       01  WS-CHECKED-COUNT             PIC 9(04) VALUE 0.
       01  WS-WARN-COUNT                PIC 9(04) VALUE 0.
       01  WS-ERROR-COUNT               PIC 9(04) VALUE 0.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CATFILE.
           IF WS-CATF-STATUS NOT = '00'
           MOVE WS-EDIT-ERROR-TEXT TO MON-ERR-TEXT.
           WRITE MON-ERROR-LINE.

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
           MOVE 'MONITOR' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFCMON' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE 0 TO PRF-RANGES.
           MOVE 0 TO PRF-ITERATIONS.
           MOVE 0 TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           MOVE WS-CHECKED-COUNT TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFCMON: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFCMON: PERFORMANCE HISTORY NOT '
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
           CLOSE CATFILE.
           CLOSE RPTFILE.
           PERFORM WRITE-PERFORMANCE-RECORD.
