      *              NOTHING POSTS AND EVERY RECORD CARRIES FORWARD    *
      *              UNCHANGED (RC 12). RC 4 = NOTHING ON THE          *
      *              SUSPENSE FILE.                                   *
      *              EVERY POSTING EVENT WRITTEN TO THE HISTORY IS     *
      *              ALSO PUBLISHED TO THE POSTING EVENT QUEUE (SEE    *
      *              PUBREC), OR HELD ON THE PUBHOLD RETRY FILE FOR A  *
      *              LATER RUN WHEN THE QUEUE IS UNAVAILABLE.         *
      *              A FOREIGN-CURRENCY SUSPENSE RECORD IS CONVERTED   *
      *              AGAIN AT THE FXRFILE EXCHANGE RATE (SEE FXRREC)   *
      *              EFFECTIVE ON ITS ORIGINAL FEED DATE BEFORE IT     *
      *              REPOSTS, AND ITS HISTORY EVENT KEEPS THE ORIGINAL *
      *              AMOUNT, CURRENCY AND RATE; WITH STILL NO RATE FOR *
      *              THAT DATE IT CARRIES FORWARD. THE REPORT SHOWS    *
      *              EACH RECORD'S AMOUNT AS SENT, WITH ITS CURRENCY   *
      *              CODE.                                            *
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

           SELECT FXRFILE ASSIGN TO FXRFILE
               FILE STATUS IS WS-FXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPIN
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

       FD  FXRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY FXRREC.

       WORKING-STORAGE SECTION.
       01  WS-SIN-STATUS                PIC X(02) VALUE '00'.
       01  WS-SOUT-STATUS               PIC X(02) VALUE '00'.
       01  WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
       01  WS-LOK-STATUS                PIC X(02) VALUE '00'.
       01  WS-FXR-STATUS                PIC X(02) VALUE '00'.
       01  WS-SIN-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-SIN-EOF               VALUE 'Y'.
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
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(06) VALUE SPACES.
                                        PIC S9(9) COMP-3.
                   15  WS-SRUN-CAT-RECORDS
                                        PIC 9(09).
                   15  WS-SRUN-CAT-CURRENCY
                                        PIC X(03).
                   15  WS-SRUN-CAT-ORIG-AMOUNT
                                        PIC S9(9) COMP-3.
                   15  WS-SRUN-CAT-FX-RATE
                                        PIC 9(05)V9(06).
       01  WS-SRUN-SUB                  PIC 9(02) VALUE 0.
       01  WS-SRUN-HIT                  PIC 9(02) VALUE 0.
       01  WS-SCAT-SUB                  PIC 9(02) VALUE 0.
       01  WS-SCAT-HIT                  PIC 9(02) VALUE 0.
       01  WS-INQ-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-INQ-FOUND             VALUE 'Y'.
      *****************************************************************
      * EXCHANGE RATES FROM FXRFILE (SEE FXRREC) FOR RECONVERTING A    *
      * FOREIGN-CURRENCY SUSPENSE RECORD AT ITS ORIGINAL FEED DATE.   *
      *****************************************************************
       01  WS-FXR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-FXR-EOF               VALUE 'Y'.
       01  WS-FXR-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MAX-FXR-ENTRIES           PIC 9(03) VALUE 500.
       01  WS-FXR-TABLE.
           05  WS-FXR-ENTRY OCCURS 500 TIMES.
               10  WS-FXR-CCY           PIC X(03).
               10  WS-FXR-EFF           PIC X(08).
               10  WS-FXR-RATE          PIC 9(05)V9(06).
       01  WS-FXR-SUB                   PIC 9(03) VALUE 0.
       01  WS-FXR-HIT                   PIC 9(03) VALUE 0.
       01  WS-SUSP-FX-RATE              PIC 9(05)V9(06) VALUE 0.
       01  WS-SUSP-BASE-AMOUNT          PIC S9(9) COMP-3 VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           PERFORM CHECK-PERIOD-STATUS.
           PERFORM LOAD-EXCHANGE-RATES.
           OPEN INPUT SUSPIN.
           IF WS-SIN-STATUS NOT = '00'
               DISPLAY 'MYFSREP: UNABLE TO OPEN SUSPIN - STATUS '
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-PUBLISHER.
           STRING WS-RUN-DATE (1:4) '-'
               WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2)
               CLOSE PERDFILE
           END-IF.

      *****************************************************************
      * A MISSING OR EMPTY RATE FILE IS ONLY A WARNING - EVERY         *
      * FOREIGN-CURRENCY RECORD THEN CARRIES FORWARD FOR WANT OF A     *
      * RATE, AS IN THE BUILD ENGINE.                                 *
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT FXRFILE.
           IF WS-FXR-STATUS = '00'
               PERFORM LOAD-ONE-RATE UNTIL WS-FXR-EOF
               CLOSE FXRFILE
           END-IF.
           IF WS-FXR-COUNT = 0
               DISPLAY 'MYFSREP: EXCHANGE-RATE FILE MISSING OR '
                   'EMPTY - FOREIGN-CURRENCY RECORDS CARRY FORWARD'
           END-IF.

       LOAD-ONE-RATE.
           READ FXRFILE
               AT END
                   SET WS-FXR-EOF TO TRUE
               NOT AT END
                   IF FXR-RATE IS NUMERIC
                       AND FXR-RATE > 0
                       AND FXR-EFF-DATE IS NUMERIC
                       AND FXR-CURRENCY-CODE NOT = SPACES
                       AND WS-FXR-COUNT < WS-MAX-FXR-ENTRIES
                       ADD 1 TO WS-FXR-COUNT
                       MOVE FXR-CURRENCY-CODE TO
                           WS-FXR-CCY (WS-FXR-COUNT)
                       MOVE FXR-EFF-DATE TO
                           WS-FXR-EFF (WS-FXR-COUNT)
                       MOVE FXR-RATE TO
                           WS-FXR-RATE (WS-FXR-COUNT)
                   ELSE
                       DISPLAY 'MYFSREP: EXCHANGE RATE IGNORED - '
                           FXR-RECORD (1:22)
                   END-IF
           END-READ.

      *****************************************************************
      * SINGLE-INSTANCE INTERLOCK - SAME PROTOCOL AS THE BUILD         *
      * ENGINE: A REPOST MOVES THE SAME SHARED FILES A BUILD DOES,     *

      *****************************************************************
      * EACH SUSPENSE RECORD IS RE-EDITED AFTER THE REPAIR: NUMERIC    *
      * AMOUNT, A RATE FOR A FOREIGN CURRENCY, ACTIVE CATEGORY ON THE  *
      * MASTER, NONBLANK RUN-ID. A GOOD RECORD ROLLS INTO ITS RUN'S    *
      * REPOST BUCKETS; A STILL-BAD ONE CARRIES FORWARD TO THE NEW     *
      * SUSPENSE FILE WITH AN UPDATED REASON. WHEN THE PERIOD IS       *
      * CLOSED WITHOUT AN OVERRIDE, EVERYTHING CARRIES FORWARD         *
      * UNTOUCHED.                                                    *
      *****************************************************************
       REPAIR-ONE-RECORD.
           READ SUSPIN
                   MOVE 'AMOUNT STILL NOT NUMERIC' TO
                       WS-EDIT-ERROR-TEXT
               ELSE
                   PERFORM CONVERT-SUSPENSE-AMOUNT
                   IF WS-REC-OK
                       MOVE SUSP-CATEGORY-CODE TO CAT-CODE
                       READ CATFILE
                           INVALID KEY
                               SET WS-REC-BAD TO TRUE
                               MOVE 'CATEGORY STILL NOT ON MASTER' TO
                                   WS-EDIT-ERROR-TEXT
                           NOT INVALID KEY
                               IF CAT-INACTIVE
                                   SET WS-REC-BAD TO TRUE
                                   MOVE 'CATEGORY STILL INACTIVE' TO
                                       WS-EDIT-ERROR-TEXT
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A FOREIGN-CURRENCY RECORD IS CONVERTED AGAIN AT THE RATE       *
      * EFFECTIVE ON THE DATE THE BUILD ENGINE LOOKED ITS RATE UP FOR  *
      * (TODAY, IF THAT DATE IS MISSING), SO LOADING A MISSING RATE    *
      * IS THE REPAIR. THE RATE FOUND - ZERO FOR NONE - IS KEPT ON THE *
      * RECORD IN CASE IT CARRIES FORWARD AGAIN.                      *
      *****************************************************************
       CONVERT-SUSPENSE-AMOUNT.
           MOVE 0 TO WS-SUSP-FX-RATE.
           IF SUSP-CURRENCY-CODE = SPACES
               MOVE SUSP-AMOUNT-NUM TO WS-SUSP-BASE-AMOUNT
           ELSE
               IF SUSP-RATE-DATE IS NOT NUMERIC
                   MOVE WS-RUN-DATE TO SUSP-RATE-DATE
               END-IF
               PERFORM SELECT-EXCHANGE-RATE
               IF WS-FXR-HIT = 0
                   SET WS-REC-BAD TO TRUE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'NO EXCHANGE RATE FOR ' SUSP-CURRENCY-CODE
                       ' ON ' SUSP-RATE-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               ELSE
                   MOVE WS-FXR-RATE (WS-FXR-HIT) TO WS-SUSP-FX-RATE
                   COMPUTE WS-SUSP-BASE-AMOUNT ROUNDED =
                       SUSP-AMOUNT-NUM * WS-SUSP-FX-RATE
                       ON SIZE ERROR
                           SET WS-REC-BAD TO TRUE
                           MOVE 'CONVERTED AMOUNT TOO LARGE' TO
                               WS-EDIT-ERROR-TEXT
                   END-COMPUTE
               END-IF
               MOVE WS-SUSP-FX-RATE TO SUSP-FX-RATE
           END-IF.

       SELECT-EXCHANGE-RATE.
           MOVE 0 TO WS-FXR-HIT.
           PERFORM VARYING WS-FXR-SUB FROM 1 BY 1
                   UNTIL WS-FXR-SUB > WS-FXR-COUNT
               IF WS-FXR-CCY (WS-FXR-SUB) = SUSP-CURRENCY-CODE
                   AND WS-FXR-EFF (WS-FXR-SUB) NOT > SUSP-RATE-DATE
                   IF WS-FXR-HIT = 0
                       MOVE WS-FXR-SUB TO WS-FXR-HIT
                   ELSE
                       IF WS-FXR-EFF (WS-FXR-SUB) >
                           WS-FXR-EFF (WS-FXR-HIT)
                           MOVE WS-FXR-SUB TO WS-FXR-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARRY-RECORD-FORWARD.
           IF NOT WS-PERIOD-CLOSED
               OR WS-OVERRIDE-REQUESTED
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE SUSP-RUN-ID TO SRP-DET-RUN-ID.
           MOVE SUSP-CATEGORY-CODE TO SRP-DET-CATEGORY.
           MOVE SUSP-CURRENCY-CODE TO SRP-DET-CURRENCY.
           IF SUSP-AMOUNT-NUM IS NUMERIC
               MOVE SUSP-AMOUNT-NUM TO SRP-DET-AMOUNT
           ELSE
                       WS-SRUN-CAT-COUNT (WS-SRUN-SUB)
               IF WS-SRUN-CAT-CODE (WS-SRUN-SUB WS-SCAT-SUB) =
                   SUSP-CATEGORY-CODE
                   AND WS-SRUN-CAT-CURRENCY (WS-SRUN-SUB WS-SCAT-SUB) =
                       SUSP-CURRENCY-CODE
                   AND WS-SRUN-CAT-FX-RATE (WS-SRUN-SUB WS-SCAT-SUB) =
                       WS-SUSP-FX-RATE
                   MOVE WS-SCAT-SUB TO WS-SCAT-HIT
               END-IF
           END-PERFORM.
                       WS-SRUN-CAT-AMOUNT (WS-SRUN-SUB WS-SCAT-HIT)
                   MOVE 0 TO
                       WS-SRUN-CAT-RECORDS (WS-SRUN-SUB WS-SCAT-HIT)
                   MOVE SUSP-CURRENCY-CODE TO
                       WS-SRUN-CAT-CURRENCY (WS-SRUN-SUB WS-SCAT-HIT)
                   MOVE 0 TO
                       WS-SRUN-CAT-ORIG-AMOUNT
                           (WS-SRUN-SUB WS-SCAT-HIT)
                   MOVE WS-SUSP-FX-RATE TO
                       WS-SRUN-CAT-FX-RATE (WS-SRUN-SUB WS-SCAT-HIT)
               ELSE
                   MOVE 'REPOST BUCKET TABLE FULL' TO
                       WS-EDIT-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-SCAT-HIT > 0
               ADD WS-SUSP-BASE-AMOUNT TO
                   WS-SRUN-CAT-AMOUNT (WS-SRUN-SUB WS-SCAT-HIT)
               IF SUSP-CURRENCY-CODE NOT = SPACES
                   ADD SUSP-AMOUNT-NUM TO
                       WS-SRUN-CAT-ORIG-AMOUNT
                           (WS-SRUN-SUB WS-SCAT-HIT)
               END-IF
               ADD 1 TO
                   WS-SRUN-CAT-RECORDS (WS-SRUN-SUB WS-SCAT-HIT)
               ADD WS-SUSP-BASE-AMOUNT TO WS-SRUN-TOTAL (WS-SRUN-SUB)
               ADD 1 TO WS-SRUN-RECORDS (WS-SRUN-SUB)
               MOVE SUSP-RUN-ID TO SRP-DET-RUN-ID
               MOVE SUSP-CATEGORY-CODE TO SRP-DET-CATEGORY
               MOVE SUSP-CURRENCY-CODE TO SRP-DET-CURRENCY
               MOVE SUSP-AMOUNT-NUM TO SRP-DET-AMOUNT
               MOVE 'REPOSTED' TO SRP-DET-DISPOSITION
               WRITE SRP-DETAIL-LINE
           MOVE SPACES TO HIST-REVERSAL-OF-RUN-ID.
           MOVE WS-SRUN-CAT-CODE (WS-SRUN-SUB WS-SCAT-SUB) TO
               HIST-CATEGORY-CODE.
           IF WS-SRUN-CAT-CURRENCY (WS-SRUN-SUB WS-SCAT-SUB) NOT =
               SPACES
               MOVE WS-SRUN-CAT-CURRENCY (WS-SRUN-SUB WS-SCAT-SUB) TO
                   HIST-CURRENCY-CODE
               MOVE WS-SRUN-CAT-ORIG-AMOUNT (WS-SRUN-SUB WS-SCAT-SUB)
                   TO HIST-ORIG-AMOUNT
               MOVE WS-SRUN-CAT-FX-RATE (WS-SRUN-SUB WS-SCAT-SUB) TO
                   HIST-FX-RATE
           END-IF.
           SET WS-HIST-WRITTEN-SW TO 'N'.
           PERFORM TRY-HISTORY-WRITE UNTIL WS-HIST-WRITTEN
               OR HIST-POST-SEQ > 98.
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
               DISPLAY 'MYFSREP: UNABLE TO OPEN PUBCTL - STATUS '
                   WS-PUBC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFSREP: PUBLISHING CONTROL RECORD '
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
               DISPLAY 'MYFSREP: UNABLE TO OPEN PUBHOLD - STATUS '
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
               DISPLAY 'MYFSREP: QUEUE MANAGER ' PUBC-QMGR-NAME
                   ' NOT AVAILABLE - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFSREP: POSTING EVENTS WILL BE HELD ON '
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
                   DISPLAY 'MYFSREP: UNABLE TO OPEN QUEUE '
                       PUBC-QUEUE-NAME
                   DISPLAY 'MYFSREP: REASON ' WS-MQ-REASON-CODE
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
                   DISPLAY 'MYFSREP: PUBLISHING CONTROL RECORD '
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
                       DISPLAY 'MYFSREP: PUBCTL REWRITE FAILED - '
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
           MOVE 'MYFSREP' TO PUB-SOURCE-PGM.
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
               DISPLAY 'MYFSREP: MQPUT FAILED FOR EVENT '
                   PUB-SEQUENCE ' - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFSREP: THIS AND LATER POSTING EVENTS '
                   'WILL BE HELD ON PUBHOLD'
               SET WS-MQ-UP-SW TO 'N'
           END-IF.

       HOLD-EVENT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PUB-HELD-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PUB-HELD-TIME.
           WRITE PUB-RECORD
               INVALID KEY
                   DISPLAY 'MYFSREP: UNABLE TO HOLD POSTING EVENT '
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
                   DISPLAY 'MYFSREP: ' WS-PUB-RESENT-COUNT
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
                               DISPLAY 'MYFSREP: HELD POSTING EVENT '
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
               DISPLAY 'MYFSREP: POSTING EVENTS - ' WS-PUB-SENT-COUNT
                   ' SENT, ' WS-PUB-RESENT-COUNT ' RESENT, '
                   WS-PUB-HELD-COUNT ' HELD'
               IF WS-PUB-HELD-COUNT > 0
                   DISPLAY 'MYFSREP: HELD EVENTS GO OUT AHEAD OF '
                       'THE NEXT PUBLISHING RUN'
               END-IF
           END-IF.

       UPDATE-INQUIRY-RECORD.
           SET WS-INQ-FOUND-SW TO 'N'.
           MOVE WS-SRUN-RUN-ID (WS-SRUN-SUB) TO INQ-RUN-ID.
           CLOSE GDGFILE.
           CLOSE INQFILE.
           CLOSE HISTFILE.
           PERFORM CLOSE-PUBLISHER.
           PERFORM RELEASE-RUN-LOCK.
