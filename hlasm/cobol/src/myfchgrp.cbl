       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFCHGRP'.
      *****************************************************************
      * MYFCHGRP   - CONTROL FILE CHANGE LOG REPORT. BROWSES THE       *
      *              CHGLOG KSDS THAT EVERY CONTROL AND MASTER FILE    *
      *              MAINTENANCE PROGRAM WRITES (SEE CHGREC) AND       *
      *              PRINTS, FOR THE FILE, RECORD KEY AND/OR CHANGE-   *
      *              DATE RANGE NAMED ON THE REQUEST CARD (SEE         *
      *              CHGCARD), EVERY CHANGE WITH WHO MADE IT, UNDER    *
      *              WHICH JOB, AND THE RECORD BEFORE AND AFTER - THE  *
      *              CHANGE SECTION OF THE AUDIT PACK. THE LOG IS      *
      *              KEYED BY FILE, RECORD KEY AND DATE, SO A REQUEST  *
      *              NAMING A FILE (AND KEY) READS ONLY THAT PART OF   *
      *              IT. ENDS RC 4 WHEN NOTHING MATCHED THE REQUEST.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGCARDS ASSIGN TO CHGCARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGCARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGCARD.

       FD  CHGFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CHGLINES.

       WORKING-STORAGE SECTION.
       COPY CATREC.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-CHG-STATUS                PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-CHG-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-CHG-EOF               VALUE 'Y'.
       01  WS-WANT-FILE-ID              PIC X(08) VALUE SPACES.
       01  WS-WANT-RECORD-KEY           PIC X(16) VALUE SPACES.
       01  WS-WANT-DATE-FROM            PIC X(08) VALUE SPACES.
       01  WS-WANT-DATE-TO              PIC X(08) VALUE SPACES.
       01  WS-IMAGE-LABEL               PIC X(08) VALUE SPACES.
       01  WS-IMAGE                     PIC X(80) VALUE SPACES.
       01  WS-PRINTED-COUNT             PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM PRINT-CHANGE-RECORD UNTIL WS-CHG-EOF.
           MOVE WS-PRINTED-COUNT TO CHL-CNT-VALUE.
           WRITE CHL-COUNT-LINE.
           IF WS-PRINTED-COUNT = 0
               DISPLAY 'MYFCHGRP: NO CHANGES MATCHED THE REQUEST'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT CHGCARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFCHGRP: UNABLE TO OPEN CHGCARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHGCARDS
               AT END
                   DISPLAY 'MYFCHGRP: REQUEST CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CHGCARDS
                   STOP RUN
           END-READ.
           MOVE CHGC-FILE-ID TO WS-WANT-FILE-ID.
           MOVE CHGC-RECORD-KEY TO WS-WANT-RECORD-KEY.
           MOVE CHGC-DATE-FROM TO WS-WANT-DATE-FROM.
           MOVE CHGC-DATE-TO TO WS-WANT-DATE-TO.
           OPEN INPUT CHGFILE.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'MYFCHGRP: UNABLE TO OPEN CHGFILE - STATUS '
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CHGCARDS
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYFCHGRP: UNABLE TO OPEN RPTFILE - STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CHGCARDS
               CLOSE CHGFILE
               STOP RUN
           END-IF.
           STRING FUNCTION CURRENT-DATE (1:4) '-'
               FUNCTION CURRENT-DATE (5:2) '-'
               FUNCTION CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO CHL-H1-RUN-DATE.
           WRITE CHL-HEADING-1.
           WRITE CHL-HEADING-2.
           MOVE LOW-VALUES TO CHG-KEY.
           IF WS-WANT-FILE-ID NOT = SPACES
               MOVE WS-WANT-FILE-ID TO CHG-FILE-ID
               IF WS-WANT-RECORD-KEY NOT = SPACES
                   MOVE WS-WANT-RECORD-KEY TO CHG-RECORD-KEY
               END-IF
           END-IF.
           START CHGFILE KEY NOT < CHG-KEY
               INVALID KEY
                   SET WS-CHG-EOF TO TRUE
           END-START.

      *****************************************************************
      * WITH A FILE (AND KEY) REQUESTED THE BROWSE STOPS AT THE FIRST  *
      * RECORD PAST THEM; A KEY WITHOUT A FILE IS MATCHED IN EVERY     *
      * FILE, SO THE WHOLE LOG IS READ.                               *
      *****************************************************************
       PRINT-CHANGE-RECORD.
           READ CHGFILE NEXT
               AT END
                   SET WS-CHG-EOF TO TRUE
               NOT AT END
                   IF WS-WANT-FILE-ID NOT = SPACES
                       AND (CHG-FILE-ID NOT = WS-WANT-FILE-ID
                       OR (WS-WANT-RECORD-KEY NOT = SPACES
                       AND CHG-RECORD-KEY NOT = WS-WANT-RECORD-KEY))
                       SET WS-CHG-EOF TO TRUE
                   ELSE
                       IF (WS-WANT-RECORD-KEY = SPACES
                           OR CHG-RECORD-KEY = WS-WANT-RECORD-KEY)
                           AND (WS-WANT-DATE-FROM = SPACES
                           OR CHG-DATE NOT < WS-WANT-DATE-FROM)
                           AND (WS-WANT-DATE-TO = SPACES
                           OR CHG-DATE NOT > WS-WANT-DATE-TO)
                           PERFORM WRITE-CHANGE-LINES
                       END-IF
                   END-IF
           END-READ.

       WRITE-CHANGE-LINES.
           MOVE CHG-FILE-ID TO CHL-DET-FILE-ID.
           MOVE CHG-RECORD-KEY TO CHL-DET-RECORD-KEY.
           STRING CHG-DATE (1:4) '-'
               CHG-DATE (5:2) '-'
               CHG-DATE (7:2)
               DELIMITED BY SIZE INTO CHL-DET-CHG-DATE.
           MOVE CHG-TIME TO CHL-DET-CHG-TIME.
           MOVE CHG-ACTION TO CHL-DET-ACTION.
           MOVE CHG-USER-ID TO CHL-DET-USER-ID.
           MOVE CHG-JOB-NAME TO CHL-DET-JOB-NAME.
           WRITE CHL-DETAIL-LINE.
           MOVE 'BEFORE:' TO WS-IMAGE-LABEL.
           MOVE CHG-BEFORE-IMAGE TO WS-IMAGE.
           PERFORM WRITE-IMAGE-LINES.
           MOVE 'AFTER:' TO WS-IMAGE-LABEL.
           MOVE CHG-AFTER-IMAGE TO WS-IMAGE.
           PERFORM WRITE-IMAGE-LINES.
           ADD 1 TO WS-PRINTED-COUNT.

      *****************************************************************
      * A MISSING IMAGE (THE BEFORE OF AN ADD, THE AFTER OF A DELETE)  *
      * PRINTS AS NONE. A CATEGORY MASTER IMAGE CARRIES A PACKED NET   *
      * POSITION, SO IT IS LAID OUT THROUGH CATREC AND PRINTED FIELD   *
      * BY FIELD; EVERY OTHER LOGGED RECORD IS DISPLAYABLE AND PRINTS  *
      * AS IS, THE SECOND 40 BYTES ONLY WHEN THEY HOLD ANYTHING.      *
      *****************************************************************
       WRITE-IMAGE-LINES.
           IF WS-IMAGE = SPACES
               MOVE WS-IMAGE-LABEL TO CHL-IMG-LABEL
               MOVE '(NONE)' TO CHL-IMG-TEXT
               WRITE CHL-IMAGE-LINE
           ELSE
               IF CHG-FILE-ID = 'CATFILE'
                   MOVE WS-IMAGE TO CAT-RECORD
                   MOVE WS-IMAGE-LABEL TO CHL-CAT-LABEL
                   MOVE CAT-CODE TO CHL-CAT-CODE
                   MOVE CAT-DESCRIPTION TO CHL-CAT-DESCRIPTION
                   MOVE CAT-ACTIVE-FLAG TO CHL-CAT-ACTIVE-FLAG
                   MOVE CAT-GROUP-CODE TO CHL-CAT-GROUP-CODE
                   MOVE CAT-NET-POSITION TO CHL-CAT-NET-POSITION
                   WRITE CHL-CATEGORY-LINE
               ELSE
                   MOVE WS-IMAGE-LABEL TO CHL-IMG-LABEL
                   MOVE WS-IMAGE (1:40) TO CHL-IMG-TEXT
                   WRITE CHL-IMAGE-LINE
                   IF WS-IMAGE (41:40) NOT = SPACES
                       MOVE SPACES TO CHL-IMG-LABEL
                       MOVE WS-IMAGE (41:40) TO CHL-IMG-TEXT
                       WRITE CHL-IMAGE-LINE
                   END-IF
               END-IF
           END-IF.

       TERMINATION.
           CLOSE CHGCARDS.
           CLOSE CHGFILE.
           CLOSE RPTFILE.
