      *              'C' ENTRIES, SO THE TREND STILL COMPARES ONLY     *
      *              REAL RUNS. ENDS RC 4 WHEN EVERY POSITION WAS      *
      *              ALREADY ZERO.                                    *
      *              THE CLOSE BELONGS ON THE LAST BUSINESS DAY OF THE *
      *              MONTH (OR A NON-BUSINESS DAY AFTER IT) PER THE    *
      *              CALFILE BUSINESS-DAY CALENDAR (SEE CALREC): RUN   *
      *              WHILE A BUSINESS DAY OF THE MONTH IS STILL TO     *
      *              COME, IT CLOSES NOTHING AND ENDS RC 12 UNLESS THE *
      *              OPERATOR PASSES THE 'EARLY' OPTION IN PARM.GO. IF *
      *              THE CALENDAR IS UNAVAILABLE THE CLOSE WARNS AND   *
      *              COUNTS MONDAY TO FRIDAY.                         *
      *              EVERY POSTING EVENT WRITTEN TO THE HISTORY IS     *
      *              ALSO PUBLISHED TO THE POSTING EVENT QUEUE (SEE    *
      *              PUBREC), OR HELD ON THE PUBHOLD RETRY FILE FOR A  *
      *              LATER RUN WHEN THE QUEUE IS UNAVAILABLE.         *
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
               RECORD KEY IS PERD-PERIOD-ID
               FILE STATUS IS WS-PERD-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

           SELECT GRPFILE ASSIGN TO GRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRP-CODE
               FILE STATUS IS WS-GRP-STATUS.

           SELECT LOKFILE ASSIGN TO LOKFILE
               FILE STATUS IS WS-LOK-STATUS.

           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATFILE
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
           COPY PERDREC.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       FD  GRPFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           LABEL RECORDS STANDARD.
           COPY LOKREC.

       FD  CALFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-CATF-STATUS               PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
       01  WS-PERD-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-PERD-FOUND            VALUE 'Y'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-WRITTEN           VALUE 'Y'.
       01  WS-CHG-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-CATF-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CATF-EOF              VALUE 'Y'.
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
       01  WS-CLOSE-RUN-ID              PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-LOK-STATUS                PIC X(02) VALUE '00'.
       01  WS-FORCE-SW                  PIC X(01) VALUE 'N'.
           88  WS-FORCE-REQUESTED       VALUE 'Y'.
       01  WS-EARLY-SW                  PIC X(01) VALUE 'N'.
           88  WS-EARLY-REQUESTED       VALUE 'Y'.
       01  WS-OPT-SUB                   PIC 9(02) VALUE 0.
       01  WS-OPT-LEN                   PIC 9(02) VALUE 0.
       01  WS-PARM-OPTIONS              PIC X(16) VALUE SPACES.
       01  WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01  WS-CAL-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CAL-OPEN              VALUE 'Y'.
       01  WS-RUN-DATE-NUM              PIC 9(08) VALUE 0.
       01  WS-PROBE-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROBE-DATE-NUM REDEFINES WS-PROBE-DATE
                                        PIC 9(08).
       01  WS-PROBE-INTEGER             PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROBE-WEEKDAY             PIC 9(01) VALUE 0.
       01  WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-DAY          VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN              PIC S9(04) COMP.
           05  LS-PARM-TEXT             PIC X(16).

       PROCEDURE DIVISION USING LS-PARM-DATA.

           STOP RUN.

       INITIALIZATION.
           PERFORM SCAN-PARM-OPTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           PERFORM OPEN-BUSINESS-CALENDAR.
           PERFORM CHECK-LAST-BUSINESS-DAY.
           IF WS-CAL-OPEN
               CLOSE CALFILE
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           STRING 'CL' WS-RUN-DATE (1:6)
               DELIMITED BY SIZE INTO WS-CLOSE-RUN-ID.
           OPEN I-O CATFILE.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O CHGFILE.
           IF WS-CHG-STATUS = '35'
               CLOSE CHGFILE
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFCLOSE: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CATFILE
               CLOSE RPTFILE
               CLOSE AUDITFILE
               CLOSE GDGFILE
               CLOSE HISTFILE
               CLOSE PERDFILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-PUBLISHER.
           STRING WS-RUN-DATE (1:4) '-'
               WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2)
                   SET WS-CATF-EOF TO TRUE
           END-START.

      *****************************************************************
      * PARM.GO IS A COMMA-SEPARATED OPTION LIST: 'FORCE' CLEARS A RUN *
      * LOCK A CRASHED JOB LEFT SET, 'EARLY' CLOSES THE PERIOD BEFORE  *
      * ITS LAST BUSINESS DAY ('FORCE,EARLY' FOR BOTH).                *
      *****************************************************************
       SCAN-PARM-OPTIONS.
           MOVE SPACES TO WS-PARM-OPTIONS.
           IF LS-PARM-LEN > 16
               MOVE 16 TO WS-OPT-LEN
           ELSE
               MOVE LS-PARM-LEN TO WS-OPT-LEN
           END-IF.
           IF WS-OPT-LEN > 0
               MOVE LS-PARM-TEXT (1:WS-OPT-LEN) TO WS-PARM-OPTIONS
           END-IF.
           PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > 12
               IF WS-PARM-OPTIONS (WS-OPT-SUB:5) = 'FORCE'
                   SET WS-FORCE-REQUESTED TO TRUE
               END-IF
               IF WS-PARM-OPTIONS (WS-OPT-SUB:5) = 'EARLY'
                   SET WS-EARLY-REQUESTED TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE BUSINESS-DAY CALENDAR IS ONLY READ WHILE THE RUN DATE IS   *
      * CHECKED. A MISSING OR NEVER-LOADED CALFILE DOES NOT STOP THE   *
      * CLOSE - IT WARNS AND FALLS BACK TO MONDAY TO FRIDAY.          *
      *****************************************************************
       OPEN-BUSINESS-CALENDAR.
           OPEN INPUT CALFILE.
           IF WS-CAL-STATUS = '00'
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'MYFCLOSE: BUSINESS CALENDAR NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
                   ' - COUNTING MONDAY TO FRIDAY ONLY'
               SET WS-CAL-OPEN-SW TO 'N'
           END-IF.

      *****************************************************************
      * THE PERIOD IS ONLY FINISHED ONCE ITS LAST BUSINESS DAY HAS     *
      * COME: WHEN THE NEXT BUSINESS DAY AFTER TODAY IS STILL IN THE   *
      * SAME MONTH, ANOTHER WINDOW WILL POST INTO THE PERIOD AFTER THE *
      * CLOSE, SO THE CLOSE REFUSES BEFORE TAKING THE RUN LOCK OR      *
      * OPENING ANY FILE UNLESS THE OPERATOR PASSED 'EARLY'.          *
      *****************************************************************
       CHECK-LAST-BUSINESS-DAY.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           SET WS-BUSINESS-DAY-SW TO 'N'.
           PERFORM ADVANCE-PROBE-DAY UNTIL WS-BUSINESS-DAY.
           IF WS-PROBE-DATE (1:6) = WS-RUN-DATE (1:6)
               IF WS-EARLY-REQUESTED
                   DISPLAY 'MYFCLOSE: EARLY CLOSE BY OPERATOR OPTION - '
                       'BUSINESS DAY ' WS-PROBE-DATE
                       ' IS STILL TO COME IN PERIOD ' WS-RUN-DATE (1:6)
               ELSE
                   DISPLAY 'MYFCLOSE: ' WS-RUN-DATE
                       ' IS NOT THE LAST BUSINESS DAY OF THE PERIOD - '
                       'NEXT BUSINESS DAY ' WS-PROBE-DATE
                   DISPLAY 'MYFCLOSE: NOTHING CLOSED - RESUBMIT ON THE '
                       'LAST BUSINESS DAY, OR WITH PARM.GO EARLY'
                   MOVE 12 TO RETURN-CODE
                   IF WS-CAL-OPEN
                       CLOSE CALFILE
                   END-IF
                   STOP RUN
               END-IF
           END-IF.

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

      *****************************************************************
      * THE GROUP MASTER LOADS INTO AN IN-STORAGE TABLE; EVERY         *
      * CATEGORY'S CLOSING POSITION ROLLS INTO ITS GROUP'S BUCKET AS   *
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
               DISPLAY 'MYFCLOSE: UNABLE TO OPEN PUBCTL - STATUS '
                   WS-PUBC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               STOP RUN
           END-IF.
           MOVE 'PUBLISH ' TO PUBC-KEY.
           READ PUBCTL
               INVALID KEY
                   DISPLAY 'MYFCLOSE: PUBLISHING CONTROL RECORD '
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
               DISPLAY 'MYFCLOSE: UNABLE TO OPEN PUBHOLD - STATUS '
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
               DISPLAY 'MYFCLOSE: QUEUE MANAGER ' PUBC-QMGR-NAME
                   ' NOT AVAILABLE - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFCLOSE: POSTING EVENTS WILL BE HELD ON '
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
                   DISPLAY 'MYFCLOSE: UNABLE TO OPEN QUEUE '
                       PUBC-QUEUE-NAME
                   DISPLAY 'MYFCLOSE: REASON ' WS-MQ-REASON-CODE
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
                   DISPLAY 'MYFCLOSE: PUBLISHING CONTROL RECORD '
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
                       DISPLAY 'MYFCLOSE: PUBCTL REWRITE FAILED - '
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
           MOVE 'MYFCLOSE' TO PUB-SOURCE-PGM.
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
               DISPLAY 'MYFCLOSE: MQPUT FAILED FOR EVENT '
                   PUB-SEQUENCE ' - REASON ' WS-MQ-REASON-CODE
               DISPLAY 'MYFCLOSE: THIS AND LATER POSTING EVENTS '
                   'WILL BE HELD ON PUBHOLD'
               SET WS-MQ-UP-SW TO 'N'
           END-IF.

       HOLD-EVENT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PUB-HELD-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PUB-HELD-TIME.
           WRITE PUB-RECORD
               INVALID KEY
                   DISPLAY 'MYFCLOSE: UNABLE TO HOLD POSTING EVENT '
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
                   DISPLAY 'MYFCLOSE: ' WS-PUB-RESENT-COUNT
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
                               DISPLAY 'MYFCLOSE: HELD POSTING EVENT '
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
               DISPLAY 'MYFCLOSE: POSTING EVENTS - ' WS-PUB-SENT-COUNT
                   ' SENT, ' WS-PUB-RESENT-COUNT ' RESENT, '
                   WS-PUB-HELD-COUNT ' HELD'
               IF WS-PUB-HELD-COUNT > 0
                   DISPLAY 'MYFCLOSE: HELD EVENTS GO OUT AHEAD OF '
                       'THE NEXT PUBLISHING RUN'
               END-IF
           END-IF.

      *****************************************************************
      * THE PERIOD JUST CLOSED IS MARKED CLOSED ON THE PERIOD CONTROL  *
      * FILE EVEN WHEN EVERY POSITION WAS ALREADY ZERO - THE BOOKS     *
      * FOR THE PERIOD ARE FINAL EITHER WAY, AND A LATE POSTING INTO   *
      * IT MUST BE AN EXPLICIT OPERATOR DECISION FROM NOW ON. THE     *
      * STATUS CHANGE IS LOGGED TO THE CHANGE LOG (SEE CHGREC) LIKE    *
      * ANY OTHER CONTROL-FILE MAINTENANCE, WITH NO USER ID - THE      *
      * CLOSE IS A SCHEDULED JOB, AND THE JOB NAME SAYS WHO.          *
      *****************************************************************
       MARK-PERIOD-CLOSED.
           MOVE WS-RUN-DATE (1:6) TO PERD-PERIOD-ID.
           SET WS-PERD-FOUND-SW TO 'N'.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE.
           READ PERDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERD-FOUND TO TRUE
                   MOVE PERD-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           MOVE SPACES TO PERD-RECORD.
           MOVE WS-RUN-DATE (1:6) TO PERD-PERIOD-ID.
           END-IF.
           DISPLAY 'MYFCLOSE: PERIOD ' PERD-PERIOD-ID
               ' MARKED CLOSED ON THE PERIOD CONTROL FILE'.
           PERFORM WRITE-CHANGE-LOG.

       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHG-RECORD.
           MOVE 'PERDFILE' TO CHG-FILE-ID.
           MOVE PERD-PERIOD-ID TO CHG-RECORD-KEY.
           MOVE WS-RUN-DATE TO CHG-DATE.
           MOVE WS-RUN-TIME TO CHG-TIME.
           MOVE 0 TO CHG-SEQ.
           IF WS-PERD-FOUND
               SET CHG-ACTION-CHANGE TO TRUE
           ELSE
               SET CHG-ACTION-ADD TO TRUE
           END-IF.
           MOVE SPACES TO CHG-USER-ID.
           MOVE 'MYCOBCLS' TO CHG-JOB-NAME.
           MOVE 'MYFCLOSE' TO CHG-PROGRAM-ID.
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE PERD-RECORD TO CHG-AFTER-IMAGE.
           SET WS-CHG-WRITTEN-SW TO 'N'.
           PERFORM TRY-CHANGE-LOG-WRITE UNTIL WS-CHG-WRITTEN
               OR CHG-SEQ > 98.
           IF NOT WS-CHG-WRITTEN
               DISPLAY 'MYFCLOSE: CHANGE LOG WRITE FAILED - PERIOD '
                   PERD-PERIOD-ID ' STATUS ' WS-CHG-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       TRY-CHANGE-LOG-WRITE.
           WRITE CHG-RECORD
               INVALID KEY
                   ADD 1 TO CHG-SEQ
               NOT INVALID KEY
                   SET WS-CHG-WRITTEN-SW TO 'Y'
           END-WRITE.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO RPT-ERR-TEXT.
           CLOSE GDGFILE.
           CLOSE HISTFILE.
           CLOSE PERDFILE.
           CLOSE CHGFILE.
           PERFORM CLOSE-PUBLISHER.
           PERFORM RELEASE-RUN-LOCK.
