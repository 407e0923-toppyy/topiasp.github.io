      *              GENERATION ON GDGCUR DEFINES THE SET OF RUNS      *
      *              POSTED THIS SUBMISSION; FOR EACH OF THEM THE      *
      *              MATCHING AUDITFILE RECORD (LAST ONE FOR THE       *
      *              RUN-ID, ENTRY TYPE, CATEGORY AND DATE) AND THE    *
      *              INQFILE RECORD ARE FETCHED AND THE FINAL TOTALS   *
      *              AND RANGE FIELDS COMPARED LEG BY LEG. ANY MISSING *
      *              RECORD, STALE INQUIRY POSTING OR TOTAL/RANGE      *
      *              DISAGREEMENT PRINTS OUT OF BALANCE WITH THE       *
      *              REASONS AND ENDS THE STEP WITH RC 12 SO THE       *
      *              NOTIFY STEP FLAGS OPERATIONS.                    *
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
       FD  GDGCUR
           LABEL RECORDS STANDARD.
           COPY RCNLINES.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-GDG-STATUS                PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE '00'.
               10  WS-RCN-RUN-ID        PIC X(08).
               10  WS-RCN-ENTRY-TYPE    PIC X(01).
               10  WS-RCN-RUN-DATE      PIC X(08).
               10  WS-RCN-CATEGORY      PIC X(02).
               10  WS-RCN-GDG-FROM      PIC 9(09).
               10  WS-RCN-GDG-TO        PIC 9(09).
               10  WS-RCN-GDG-TOTAL     PIC S9(9) COMP-3.
       01  WS-OUT-BALANCE-COUNT         PIC 9(04) VALUE 0.
       01  WS-TOTAL-EDIT                PIC ---,---,--9.
       01  WS-INQ-EXPECT                PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           OPEN INPUT GDGCUR.
           IF WS-GDG-STATUS NOT = '00'
               DISPLAY 'MYFRECON: UNABLE TO OPEN GDGCUR - STATUS '
                           WS-RCN-ENTRY-TYPE (WS-RCN-COUNT)
                       MOVE GDG-RUN-DATE TO
                           WS-RCN-RUN-DATE (WS-RCN-COUNT)
                       MOVE GDG-CATEGORY-CODE TO
                           WS-RCN-CATEGORY (WS-RCN-COUNT)
                       MOVE GDG-RANGE-FROM TO
                           WS-RCN-GDG-FROM (WS-RCN-COUNT)
                       MOVE GDG-RANGE-TO TO
      *****************************************************************
      * AUDITFILE IS A MOD DATA SET CARRYING EVERY POSTING EVER MADE,  *
      * SO EACH RECORD IS MATCHED AGAINST THE CURRENT-GENERATION SET   *
      * ON RUN-ID, ENTRY TYPE, CATEGORY AND RUN DATE AND THE LAST      *
      * MATCH WINS - THAT IS THE RECORD BUILD WROTE THIS SUBMISSION.   *
      * THE CATEGORY KEEPS THE SEVERAL 'T' LEGS OF AN ALLOCATION RUN   *
      * APART.                                                        *
      *****************************************************************
       MATCH-AUDIT-RECORD.
           READ AUDITFILE
                               AUD-ENTRY-TYPE
                           AND WS-RCN-RUN-DATE (WS-SUB) =
                               AUD-RUN-DATE
                           AND WS-RCN-CATEGORY (WS-SUB) =
                               AUD-CATEGORY-CODE
                           MOVE 'Y' TO WS-RCN-AUD-FOUND-SW (WS-SUB)
                           MOVE AUD-RANGE-FROM TO
                               WS-RCN-AUD-FROM (WS-SUB)

      *****************************************************************
      * A TRANSFER POSTS TWO GDG/AUDIT LEGS (ENTRY TYPES 'F' AND 'T')  *
      * - AN ALLOCATION ONE 'F' AND SEVERAL 'T' LEGS - UNDER ONE       *
      * RUN-ID BUT A SINGLE NET-ZERO INQUIRY RECORD, SO FOR            *
      * TRANSFER LEGS THE ONLINE TOTAL IS PROVED AGAINST ZERO - THE    *
      * RUN'S NET MOVEMENT - INSTEAD OF THE LEG TOTAL.                *
      *****************************************************************
           MOVE WS-EDIT-ERROR-TEXT TO RCN-ERR-TEXT.
           WRITE RCN-ERROR-LINE.

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
           MOVE 'RECON' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFRECON' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE WS-RCN-COUNT TO PRF-RANGES.
           MOVE 0 TO PRF-ITERATIONS.
           MOVE 0 TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           MOVE WS-RCN-COUNT TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFRECON: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFRECON: PERFORMANCE HISTORY NOT '
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
           CLOSE GDGCUR.
           CLOSE AUDITFILE.
           CLOSE INQFILE.
           CLOSE RPTFILE.
           PERFORM WRITE-PERFORMANCE-RECORD.
