      *              NOTHING POSTS UNLESS PARM.GO CARRIES THE          *
      *              EXPLICIT 'OVERRIDE' OPTION - SAME RULE THE BUILD  *
      *              ENGINE APPLIES.                                  *
      *              EVERY POSTING EVENT WRITTEN TO THE HISTORY IS     *
      *              ALSO PUBLISHED TO THE POSTING EVENT QUEUE (SEE    *
      *              PUBREC), OR HELD ON THE PUBHOLD RETRY FILE FOR A  *
      *              LATER RUN WHEN THE QUEUE IS UNAVAILABLE.         *
      *              AS THE STEP ENDS, ITS START AND END TIMES AND ITS *
      *              VOLUMES ARE ADDED TO THE PRFFILE PERFORMANCE      *
      *              HISTORY (SEE PRFREC).                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PUBCTL ASSIGN TO PUBCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUBC-KEY
               FILE STATUS IS WS-PUBC-STATUS.

           SELECT PUBHOLD ASSIGN TO PUBHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-SEQUENCE
               FILE STATUS IS WS-PUBH-STATUS.

           SELECT PERDFILE ASSIGN TO PERDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT LOKFILE ASSIGN TO LOKFILE
               FILE STATUS IS WS-LOK-STATUS.

           SELECT PRFFILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLITCTL
           LABEL RECORDS STANDARD.
           COPY HISTREC.

       FD  PUBCTL
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PUBCREC.

       FD  PUBHOLD
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PUBREC.

       FD  PERDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           LABEL RECORDS STANDARD.
           COPY LOKREC.

       FD  PRFFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01  WS-PART-STATUS               PIC X(02) VALUE '00'.
       01  WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01  WS-HIST-WRITTEN-SW           PIC X(01) VALUE 'N'.
           88  WS-HIST-WRITTEN          VALUE 'Y'.
       01  WS-PUBC-STATUS               PIC X(02) VALUE '00'.
       01  WS-PUBH-STATUS               PIC X(02) VALUE '00'.
       01  WS-PUBH-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PUBH-EOF              VALUE 'Y'.
       01  WS-PUB-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-PUB-OPEN              VALUE 'Y'.
       01  WS-PUB-RESEND-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-PUB-RESEND-DONE       VALUE 'Y'.
       01  WS-MQ-CONNECTED-SW           PIC X(01) VALUE 'N'.
           88  WS-MQ-CONNECTED          VALUE 'Y'.
       01  WS-MQ-QUEUE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-MQ-QUEUE-OPEN         VALUE 'Y'.
       01  WS-MQ-UP-SW                  PIC X(01) VALUE 'N'.
           88  WS-MQ-UP                 VALUE 'Y'.
       01  WS-MQ-REASON-CODE            PIC 9(04) VALUE 0.
       01  WS-PUB-SENT-COUNT            PIC 9(07) VALUE 0.
       01  WS-PUB-RESENT-COUNT          PIC 9(07) VALUE 0.
       01  WS-PUB-HELD-COUNT            PIC 9(07) VALUE 0.
           COPY PUBMQI.
       01  WS-CTL-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-CTL-EOF               VALUE 'Y'.
       01  WS-PART-EOF-SW               PIC X(01) VALUE 'N'.
       01  WS-PARENT-SEEN               PIC 9(03) VALUE 0.
       01  WS-POSTED-COUNT              PIC 9(04) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(04) VALUE 0.
       01  WS-MERGED-ITERATIONS         PIC 9(09) VALUE 0.
       01  WS-PART-READ-COUNT           PIC 9(07) VALUE 0.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
       01  WS-PERIOD-CLOSED-SW          PIC X(01) VALUE 'N'.
       01  WS-PARM-OPTIONS              PIC X(32) VALUE SPACES.
       01  WS-OPT-SUB                   PIC 9(02) VALUE 0.
       01  WS-OPT-LEN                   PIC 9(02) VALUE 0.
       01  WS-PRF-STATUS                PIC X(02) VALUE '00'.
       01  WS-PRF-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-PRF-WRITTEN           VALUE 'Y'.
       01  WS-PRF-START-STAMP           PIC X(16) VALUE SPACES.
       01  WS-PRF-END-STAMP             PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           END-IF.

       INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-START-STAMP.
           PERFORM SCAN-PARM-OPTIONS.
           PERFORM ACQUIRE-RUN-LOCK.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-PUBLISHER.

       LOAD-CONTROL-RECORD.
           READ SPLITCTL
               AT END
                   SET WS-PART-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PART-READ-COUNT
                   PERFORM APPLY-ONE-PARTIAL
           END-READ.

               PERFORM WRITE-MERGED-GDG
               PERFORM WRITE-MERGED-INQUIRY
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-PARENT-ITERATIONS TO WS-MERGED-ITERATIONS
           END-IF.

      *****************************************************************
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM PUBLISH-POSTING-EVENT
           END-IF.

       TRY-HISTORY-WRITE.
                   SET WS-HIST-WRITTEN-SW TO 'Y'
           END-WRITE.

      *****************************************************************
      * POSTING EVENT PUBLISHING (SEE PUBREC): EVERY EVENT WRITTEN TO  *
      * HISTFILE IS ALSO PUT TO THE POSTING EVENT QUEUE NAMED ON THE   *
      * PUBCTL CONTROL RECORD, UNDER THE NEXT SEQUENCE NUMBER FROM     *
      * THAT RECORD. WHEN THE QUEUE MANAGER OR THE QUEUE CANNOT BE     *
      * REACHED, OR A PUT FAILS, THAT MESSAGE AND EVERY LATER ONE OF   *
      * THE RUN - SO THE ORDER HOLDS - IS WRITTEN TO THE PUBHOLD RETRY *
      * FILE INSTEAD AND THE RUN CARRIES ON. MESSAGES ALREADY HELD GO  *
      * OUT, OLDEST FIRST, AHEAD OF THE FIRST NEW EVENT OF THE NEXT    *
      * RUN THAT REACHES THE QUEUE, AND EACH LEAVES PUBHOLD ONLY AFTER *
      * ITS PUT HAS SUCCEEDED. NO MESSAGE IS EVER DROPPED: FAILING TO  *
      * HOLD ONE ENDS THE STEP RC 16, AND A SENT MESSAGE THAT COULD    *
      * NOT BE DELETED IS SENT AGAIN UNDER THE SAME SEQUENCE.         *
      *****************************************************************
       OPEN-PUBLISHER.
           OPEN I-O PUBCTL.
           IF WS-PUBC-STATUS NOT = '00'
               DISPLAY 'MYFMERGE: UNABLE TO OPEN PUBCTL - STATUS '
                   WS-PUBC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFMERGE: PUBLISHING CONTROL RECORD '
                       'MISSING FROM PUBCTL'
                   MOVE 16 TO RETURN-CODE
                   CLOSE PUBCTL
                   PERFORM TERMINATION
                   STOP RUN
           END-READ.
           OPEN I-O PUBHOLD.
           IF WS-PUBH-STATUS = '35'
               CLOSE PUBHOLD
               OPEN OUTPUT PUBHOLD
               SET WS-PUBH-EOF TO TRUE
           END-IF.
           IF WS-PUBH-STATUS NOT = '00'
               DISPLAY 'MYFMERGE: UNABLE TO OPEN PUBHOLD - STATUS '
                   WS-PUBH-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PUBCTL
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           SET WS-PUB-OPEN TO TRUE.
           PERFORM CONNECT-EVENT-QUEUE.

       CONNECT-EVENT-QUEUE.
           MOVE PUBC-QMGR-NAME TO MQI-QMGR-NAME.
           CALL 'MQCONN' USING MQI-QMGR-NAME MQI-HCONN
               MQI-COMPCODE MQI-REASON.
           IF MQI-CC-FAILED
               MOVE MQI-REASON TO WS-MQ-REASON-CODE
               DISPLAY 'MYFMERGE: QUEUE MANAGER ' PUBC-QMGR-NAME
                   ' NOT AVAILABLE - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFMERGE: POSTING EVENTS WILL BE HELD ON '
                   'PUBHOLD'
           ELSE
               IF NOT MQI-RC-ALREADY-CONNECTED
                   SET WS-MQ-CONNECTED TO TRUE
               END-IF
               MOVE PUBC-QUEUE-NAME TO MQOD-OBJECTNAME
               CALL 'MQOPEN' USING MQI-HCONN MQOD MQI-OPEN-OPTIONS
                   MQI-HOBJ MQI-COMPCODE MQI-REASON
               IF MQI-CC-FAILED
                   MOVE MQI-REASON TO WS-MQ-REASON-CODE
                   DISPLAY 'MYFMERGE: UNABLE TO OPEN QUEUE '
                       PUBC-QUEUE-NAME
                   DISPLAY 'MYFMERGE: REASON ' WS-MQ-REASON-CODE
                       ' - POSTING EVENTS WILL BE HELD ON PUBHOLD'
               ELSE
                   SET WS-MQ-QUEUE-OPEN TO TRUE
                   SET WS-MQ-UP TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * CALLED ONLY AFTER THE HISTORY RECORD HAS BEEN WRITTEN, SO THE  *
      * MESSAGE CARRIES HIST-RECORD EXACTLY AS IT NOW STANDS ON FILE,  *
      * TIE-BREAK SEQUENCE INCLUDED. THE CONTROL RECORD IS RE-READ     *
      * AND REWRITTEN FOR EVERY EVENT, BEFORE THE MESSAGE IS SENT OR   *
      * HELD, SO NO SEQUENCE NUMBER IS EVER ISSUED TWICE.             *
      *****************************************************************
       PUBLISH-POSTING-EVENT.
           IF NOT WS-PUB-RESEND-DONE
               PERFORM RESEND-HELD-MESSAGES
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFMERGE: PUBLISHING CONTROL RECORD '
                       'MISSING - EVENT NOT PUBLISHED FOR RUN '
                       HIST-RUN-ID
                   PERFORM REPORT-EVENT-NOT-PUBLISHED
               NOT INVALID KEY
                   ADD 1 TO PUBC-LAST-SEQUENCE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PUBC-LAST-DATE
                   REWRITE PUBC-RECORD
                   IF WS-PUBC-STATUS = '00'
                       PERFORM BUILD-EVENT-MESSAGE
                       PERFORM SEND-EVENT-MESSAGE
                   ELSE
                       DISPLAY 'MYFMERGE: PUBCTL REWRITE FAILED - '
                           'STATUS ' WS-PUBC-STATUS
                           ' - EVENT NOT PUBLISHED FOR RUN '
                           HIST-RUN-ID
                       PERFORM REPORT-EVENT-NOT-PUBLISHED
                   END-IF
           END-READ.

       BUILD-EVENT-MESSAGE.
           MOVE SPACES TO PUB-RECORD.
           MOVE PUBC-LAST-SEQUENCE TO PUB-SEQUENCE.
           SET PUB-LAYOUT-CURRENT TO TRUE.
           MOVE 'MYFMERGE' TO PUB-SOURCE-PGM.
           MOVE HIST-JOB-NAME TO PUB-JOB-NAME.
           MOVE HIST-RUN-ID TO PUB-RUN-ID.
           MOVE HIST-POST-DATE TO PUB-POST-DATE.
           MOVE HIST-POST-TIME TO PUB-POST-TIME.
           MOVE HIST-POST-SEQ TO PUB-POST-SEQ.
           MOVE HIST-ENTRY-TYPE TO PUB-ENTRY-TYPE.
           MOVE HIST-CATEGORY-CODE TO PUB-CATEGORY-CODE.
           MOVE HIST-FINAL-TOTAL TO PUB-AMOUNT.
           MOVE HIST-RANGE-FROM TO PUB-RANGE-FROM.
           MOVE HIST-RANGE-TO TO PUB-RANGE-TO.
           MOVE HIST-ITERATIONS TO PUB-ITERATIONS.
           MOVE HIST-REVERSAL-OF-RUN-ID TO PUB-REVERSAL-OF-RUN-ID.

       SEND-EVENT-MESSAGE.
           IF WS-MQ-UP
               PERFORM PUT-EVENT-MESSAGE
           END-IF.
           IF WS-MQ-UP
               ADD 1 TO WS-PUB-SENT-COUNT
           ELSE
               PERFORM HOLD-EVENT-MESSAGE
           END-IF.

       PUT-EVENT-MESSAGE.
           MOVE MQI-PUT-OPTIONS TO MQPMO-OPTIONS.
           MOVE LENGTH OF PUB-RECORD TO MQI-BUFFLEN.
           CALL 'MQPUT' USING MQI-HCONN MQI-HOBJ MQMD MQPMO
               MQI-BUFFLEN PUB-RECORD MQI-COMPCODE MQI-REASON.
           IF MQI-CC-FAILED
               MOVE MQI-REASON TO WS-MQ-REASON-CODE
               DISPLAY 'MYFMERGE: MQPUT FAILED FOR EVENT '
                   PUB-SEQUENCE ' - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFMERGE: THIS AND LATER POSTING EVENTS '
                   'WILL BE HELD ON PUBHOLD'
               SET WS-MQ-UP-SW TO 'N'
           END-IF.

       HOLD-EVENT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PUB-HELD-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PUB-HELD-TIME.
           WRITE PUB-RECORD
               INVALID KEY
                   DISPLAY 'MYFMERGE: UNABLE TO HOLD POSTING EVENT '
                       PUB-SEQUENCE ' - STATUS ' WS-PUBH-STATUS
                   PERFORM REPORT-EVENT-NOT-PUBLISHED
               NOT INVALID KEY
                   ADD 1 TO WS-PUB-HELD-COUNT
           END-WRITE.

       REPORT-EVENT-NOT-PUBLISHED.
           MOVE SPACES TO WS-EDIT-ERROR-TEXT.
           STRING 'POSTING EVENT NOT PUBLISHED - RUN ' HIST-RUN-ID
               DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT.
           PERFORM WRITE-REPORT-ERROR.
           IF RETURN-CODE < 16
               MOVE 16 TO RETURN-CODE
           END-IF.

       RESEND-HELD-MESSAGES.
           SET WS-PUB-RESEND-DONE TO TRUE.
           IF WS-MQ-UP AND NOT WS-PUBH-EOF
               MOVE 0 TO PUB-SEQUENCE
               START PUBHOLD KEY NOT < PUB-SEQUENCE
                   INVALID KEY
                       SET WS-PUBH-EOF TO TRUE
               END-START
               PERFORM RESEND-ONE-HELD-MESSAGE
                   UNTIL WS-PUBH-EOF OR NOT WS-MQ-UP
               IF WS-PUB-RESENT-COUNT > 0
                   DISPLAY 'MYFMERGE: ' WS-PUB-RESENT-COUNT
                       ' HELD POSTING EVENT(S) SENT FROM PUBHOLD'
               END-IF
           END-IF.

       RESEND-ONE-HELD-MESSAGE.
           READ PUBHOLD NEXT
               AT END
                   SET WS-PUBH-EOF TO TRUE
               NOT AT END
                   PERFORM PUT-EVENT-MESSAGE
                   IF WS-MQ-UP
                       ADD 1 TO WS-PUB-RESENT-COUNT
                       DELETE PUBHOLD RECORD
                           INVALID KEY
                               DISPLAY 'MYFMERGE: HELD POSTING EVENT '
                                   PUB-SEQUENCE ' SENT BUT NOT '
                                   'DELETED - IT WILL BE SENT AGAIN'
                               IF RETURN-CODE < 8
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                       END-DELETE
                   END-IF
           END-READ.

       CLOSE-PUBLISHER.
           IF WS-PUB-OPEN
               IF WS-MQ-QUEUE-OPEN
                   CALL 'MQCLOSE' USING MQI-HCONN MQI-HOBJ
                       MQI-CLOSE-OPTIONS MQI-COMPCODE MQI-REASON
               END-IF
               IF WS-MQ-CONNECTED
                   CALL 'MQDISC' USING MQI-HCONN
                       MQI-COMPCODE MQI-REASON
               END-IF
               CLOSE PUBCTL
               CLOSE PUBHOLD
               SET WS-PUB-OPEN-SW TO 'N'
               DISPLAY 'MYFMERGE: POSTING EVENTS - ' WS-PUB-SENT-COUNT
                   ' SENT, ' WS-PUB-RESENT-COUNT ' RESENT, '
                   WS-PUB-HELD-COUNT ' HELD'
               IF WS-PUB-HELD-COUNT > 0
                   DISPLAY 'MYFMERGE: HELD EVENTS GO OUT AHEAD OF '
                       'THE NEXT PUBLISHING RUN'
               END-IF
           END-IF.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO RPT-ERR-TEXT.
           WRITE RPT-ERROR-LINE.

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
           MOVE 'MYCOBMRG' TO PRF-JOB-NAME.
           MOVE 'MERGE' TO PRF-STEP-NAME.
           MOVE 0 TO PRF-KEY-SEQ.
           MOVE 'MYFMERGE' TO PRF-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-PRF-END-STAMP.
           MOVE WS-PRF-END-STAMP (1:8) TO PRF-END-DATE.
           MOVE WS-PRF-END-STAMP (9:8) TO PRF-END-TIME.
           COMPUTE PRF-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (PRF-END-DATE)
               - FUNCTION INTEGER-OF-DATE (PRF-START-DATE)) * 86400
               + (PRF-END-HH * 3600) + (PRF-END-MM * 60) + PRF-END-SS
               - (PRF-START-HH * 3600) - (PRF-START-MM * 60)
               - PRF-START-SS.
           MOVE WS-POSTED-COUNT TO PRF-RANGES.
           MOVE WS-MERGED-ITERATIONS TO PRF-ITERATIONS.
           MOVE 0 TO PRF-DETAIL-READ.
           MOVE 0 TO PRF-CHECKPOINTS.
           MOVE WS-PART-READ-COUNT TO PRF-RECORDS-READ.
           MOVE RETURN-CODE TO PRF-RETURN-CODE.
           OPEN I-O PRFFILE.
           IF WS-PRF-STATUS = '35'
               CLOSE PRFFILE
               OPEN OUTPUT PRFFILE
           END-IF.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'MYFMERGE: PERFORMANCE HISTORY NOT '
                   'RECORDED - PRFFILE STATUS ' WS-PRF-STATUS
           ELSE
               SET WS-PRF-WRITTEN-SW TO 'N'
               PERFORM TRY-PERFORMANCE-WRITE UNTIL WS-PRF-WRITTEN
                   OR PRF-KEY-SEQ > 98
               IF NOT WS-PRF-WRITTEN
                   DISPLAY 'MYFMERGE: PERFORMANCE HISTORY NOT '
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
           CLOSE SPLITCTL.
           CLOSE PARTIN.
           CLOSE CATFILE.
           CLOSE EXTFILE.
           CLOSE HISTFILE.
           PERFORM CLOSE-PUBLISHER.
           PERFORM RELEASE-RUN-LOCK.
           PERFORM WRITE-PERFORMANCE-RECORD.
