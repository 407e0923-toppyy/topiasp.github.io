       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MYFBVAR'.
      *****************************************************************
      * MYFBVAR    - BUDGET VERSUS ACTUAL. COMPARES EACH CATEGORY'S    *
      *              ACTUAL NET MOVEMENT FOR ONE ACCOUNTING PERIOD     *
      *              (PERD-PERIOD-ID, YYYYMM, FROM THE REQUEST CARD -  *
      *              SEE BVACARD) WITH ITS BUDGET ON THE BUDGET KSDS   *
      *              (SEE BUDREC), AND THE SAME FOR THE YEAR TO DATE - *
      *              JANUARY THROUGH THE PERIOD. ACTUAL MOVEMENT IS    *
      *              TAKEN FROM HISTFILE EXACTLY AS THE CATEGORY       *
      *              STATEMENT TAKES IT (SEE MYFCSTMT): EVERY POSTING  *
      *              EVENT CARRYING THE CATEGORY, BY POSTING DATE,     *
      *              WITH CLOSING SNAPSHOTS (ENTRY TYPE 'C') AND       *
      *              ARCHIVE SUMMARIES ('S') SKIPPED. CATEGORIES PRINT *
      *              UNDER THEIR ROLLUP GROUP FROM THE CATEGORY MASTER *
      *              (SEE CAT-GROUP-CODE AND GRPREC), EACH GROUP WITH  *
      *              ITS SUBTOTAL, THEN THE GRAND TOTAL. THE VARIANCE  *
      *              IS ACTUAL LESS BUDGET; THE PERCENT IS THE         *
      *              VARIANCE OVER THE SIZE OF THE BUDGET, SO A        *
      *              POSITIVE PERCENT ALWAYS MEANS MORE MOVEMENT THAN  *
      *              BUDGETED, AND PRINTS N/A WHERE THE BUDGET IS      *
      *              ZERO. A CATEGORY WITH NEITHER A BUDGET NOR ANY    *
      *              MOVEMENT IN THE YEAR IS LEFT OFF. ENDS RC 4 WHEN  *
      *              NO BUDGET IS ON FILE FOR THE PERIOD.             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BVACARDS ASSIGN TO BVACARDS
               FILE STATUS IS WS-CARD-STATUS.

           SELECT BUDFILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

           SELECT CATFILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATF-STATUS.

           SELECT GRPFILE ASSIGN TO GRPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRP-CODE
               FILE STATUS IS WS-GRP-STATUS.

           SELECT HISTFILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PERDFILE ASSIGN TO PERDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD-ID
               FILE STATUS IS WS-PERD-STATUS.

           SELECT RPTFILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BVACARDS
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BVACARD.

       FD  BUDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BUDREC.

       FD  CATFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY CATREC.

       FD  GRPFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY GRPREC.

       FD  HISTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY HISTREC.

       FD  PERDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY PERDREC.

       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BVALINES.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(02) VALUE '00'.
       01  WS-BUD-STATUS                PIC X(02) VALUE '00'.
       01  WS-CATF-STATUS               PIC X(02) VALUE '00'.
       01  WS-GRP-STATUS                PIC X(02) VALUE '00'.
       01  WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01  WS-PERD-STATUS               PIC X(02) VALUE '00'.
       01  WS-RPT-STATUS                PIC X(02) VALUE '00'.
       01  WS-BUD-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-BUD-EOF               VALUE 'Y'.
       01  WS-BUD-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-BUD-OPEN              VALUE 'Y'.
       01  WS-CATF-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CATF-EOF              VALUE 'Y'.
       01  WS-GRP-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-GRP-EOF               VALUE 'Y'.
       01  WS-HIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF              VALUE 'Y'.
       01  WS-EDIT-ERROR-TEXT           PIC X(60) VALUE SPACES.
       01  WS-WANT-PERIOD               PIC X(06) VALUE SPACES.
       01  WS-WANT-YEAR                 PIC X(04) VALUE SPACES.
       01  WS-PERIOD-BUDGET-COUNT       PIC 9(05) VALUE 0.
       01  WS-REPORTED-COUNT            PIC 9(05) VALUE 0.
       01  WS-UNBUDGETED-COUNT          PIC 9(05) VALUE 0.
       01  WS-CAT-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MAX-CAT-ENTRIES           PIC 9(03) VALUE 200.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 200 TIMES.
               10  WS-CAT-CODE          PIC X(02).
               10  WS-CAT-DESC          PIC X(30).
               10  WS-CAT-GROUP         PIC X(02).
               10  WS-CAT-BUDGETED-SW   PIC X(01).
                   88  WS-CAT-BUDGETED  VALUE 'Y'.
               10  WS-CAT-PER-BUDGET    PIC S9(11) COMP-3.
               10  WS-CAT-PER-ACTUAL    PIC S9(11) COMP-3.
               10  WS-CAT-YTD-BUDGET    PIC S9(11) COMP-3.
               10  WS-CAT-YTD-ACTUAL    PIC S9(11) COMP-3.
       01  WS-CAT-SUB                   PIC 9(03) VALUE 0.
       01  WS-CAT-HIT                   PIC 9(03) VALUE 0.
       01  WS-LOOK-CAT-CODE             PIC X(02) VALUE SPACES.
       01  WS-GRP-COUNT                 PIC 9(02) VALUE 0.
       01  WS-MAX-GRP-ENTRIES           PIC 9(02) VALUE 50.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-CODE          PIC X(02).
               10  WS-GRP-DESC          PIC X(30).
               10  WS-GRP-CAT-COUNT     PIC 9(03).
               10  WS-GRP-PER-BUDGET    PIC S9(11) COMP-3.
               10  WS-GRP-PER-ACTUAL    PIC S9(11) COMP-3.
               10  WS-GRP-YTD-BUDGET    PIC S9(11) COMP-3.
               10  WS-GRP-YTD-ACTUAL    PIC S9(11) COMP-3.
       01  WS-GRP-SUB                   PIC 9(02) VALUE 0.
       01  WS-GRP-HIT                   PIC 9(02) VALUE 0.
       01  WS-TOT-PER-BUDGET            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-PER-ACTUAL            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-YTD-BUDGET            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-YTD-ACTUAL            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-PER-BUDGET            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-PER-ACTUAL            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-YTD-BUDGET            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-YTD-ACTUAL            PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-BUDGET                PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-ACTUAL                PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-VARIANCE              PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-BASE                  PIC S9(11) COMP-3 VALUE 0.
       01  WS-FIG-PERCENT               PIC S9(04)V9 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INITIALIZATION.
           PERFORM LOAD-GROUP-MASTER.
           PERFORM LOAD-ONE-CATEGORY UNTIL WS-CATF-EOF.
           PERFORM COLLECT-BUDGET UNTIL WS-BUD-EOF.
           PERFORM COLLECT-HISTORY-EVENT UNTIL WS-HIST-EOF.
           PERFORM ROLL-INTO-GROUP
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           PERFORM PRINT-ONE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.
           WRITE BVA-GRAND-TOTAL-LINE.
           MOVE WS-TOT-PER-BUDGET TO WS-FIG-PER-BUDGET.
           MOVE WS-TOT-PER-ACTUAL TO WS-FIG-PER-ACTUAL.
           MOVE WS-TOT-YTD-BUDGET TO WS-FIG-YTD-BUDGET.
           MOVE WS-TOT-YTD-ACTUAL TO WS-FIG-YTD-ACTUAL.
           PERFORM WRITE-FIGURE-LINES.
           MOVE 'CATEGORIES REPORTED' TO BVA-CNT-LABEL.
           MOVE WS-REPORTED-COUNT TO BVA-CNT-VALUE.
           WRITE BVA-COUNT-LINE.
           MOVE 'CATEGORIES MOVED WITHOUT A BUDGET' TO BVA-CNT-LABEL.
           MOVE WS-UNBUDGETED-COUNT TO BVA-CNT-VALUE.
           WRITE BVA-COUNT-LINE.
           IF WS-PERIOD-BUDGET-COUNT = 0
               DISPLAY 'MYFBVAR: NO BUDGET ON FILE FOR PERIOD '
                   WS-WANT-PERIOD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM TERMINATION.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT BVACARDS.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MYFBVAR: UNABLE TO OPEN BVACARDS - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BVACARDS
               AT END
                   DISPLAY 'MYFBVAR: REQUEST CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   CLOSE BVACARDS
                   STOP RUN
           END-READ.
           IF BVAC-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-WANT-PERIOD
           ELSE
               IF BVAC-PERIOD-ID IS NOT NUMERIC
                   OR BVAC-PERIOD-MONTH < 1
                   OR BVAC-PERIOD-MONTH > 12
                   DISPLAY 'MYFBVAR: PERIOD ' BVAC-PERIOD-ID
                       ' ON THE REQUEST CARD IS NOT A VALID YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   CLOSE BVACARDS
                   STOP RUN
               END-IF
               MOVE BVAC-PERIOD-ID TO WS-WANT-PERIOD
           END-IF.
           MOVE WS-WANT-PERIOD (1:4) TO WS-WANT-YEAR.
           OPEN INPUT CATFILE.
           IF WS-CATF-STATUS NOT = '00'
               DISPLAY 'MYFBVAR: UNABLE TO OPEN CATFILE - STATUS '
                   WS-CATF-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BVACARDS
               STOP RUN
           END-IF.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYFBVAR: UNABLE TO OPEN HISTFILE - STATUS '
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BVACARDS
               CLOSE CATFILE
               STOP RUN
           END-IF.
           OPEN INPUT PERDFILE.
           IF WS-PERD-STATUS NOT = '00'
               DISPLAY 'MYFBVAR: UNABLE TO OPEN PERDFILE - STATUS '
                   WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BVACARDS
               CLOSE CATFILE
               CLOSE HISTFILE
               STOP RUN
           END-IF.
           OPEN INPUT BUDFILE.
           IF WS-BUD-STATUS = '35'
               DISPLAY 'MYFBVAR: BUDGET FILE NOT LOADED - REPORTING '
                   'ACTUALS ONLY'
               SET WS-BUD-EOF TO TRUE
           ELSE
               IF WS-BUD-STATUS NOT = '00'
                   DISPLAY 'MYFBVAR: UNABLE TO OPEN BUDFILE - STATUS '
                       WS-BUD-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE BVACARDS
                   CLOSE CATFILE
                   CLOSE HISTFILE
                   CLOSE PERDFILE
                   STOP RUN
               END-IF
               SET WS-BUD-OPEN-SW TO 'Y'
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYFBVAR: UNABLE TO OPEN RPTFILE - STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BVACARDS
               CLOSE CATFILE
               CLOSE HISTFILE
               CLOSE PERDFILE
               IF WS-BUD-OPEN
                   CLOSE BUDFILE
               END-IF
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADINGS.
           MOVE LOW-VALUES TO CAT-CODE.
           START CATFILE KEY NOT < CAT-CODE
               INVALID KEY
                   SET WS-CATF-EOF TO TRUE
           END-START.
           IF WS-BUD-OPEN
               MOVE LOW-VALUES TO BUD-KEY
               START BUDFILE KEY NOT < BUD-KEY
                   INVALID KEY
                       SET WS-BUD-EOF TO TRUE
               END-START
           END-IF.
           MOVE LOW-VALUES TO HIST-KEY.
           START HISTFILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.

      *****************************************************************
      * THE PERIOD'S STATUS COMES FROM THE PERIOD CONTROL FILE SO THE  *
      * READER KNOWS WHETHER THE ACTUALS ARE FINAL; A PERIOD WITH NO   *
      * RECORD THERE IS OPEN (SEE PERDREC).                           *
      *****************************************************************
       WRITE-HEADINGS.
           STRING FUNCTION CURRENT-DATE (1:4) '-'
               FUNCTION CURRENT-DATE (5:2) '-'
               FUNCTION CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO BVA-H1-RUN-DATE.
           WRITE BVA-HEADING-1.
           STRING WS-WANT-PERIOD (1:4) '-' WS-WANT-PERIOD (5:2)
               DELIMITED BY SIZE INTO BVA-H2-PERIOD.
           MOVE WS-WANT-PERIOD TO PERD-PERIOD-ID.
           READ PERDFILE
               INVALID KEY
                   MOVE 'OPEN' TO BVA-H2-STATUS
               NOT INVALID KEY
                   IF PERD-STATUS-CLOSED
                       STRING 'CLOSED '
                           PERD-CLOSE-DATE (1:4) '-'
                           PERD-CLOSE-DATE (5:2) '-'
                           PERD-CLOSE-DATE (7:2)
                           DELIMITED BY SIZE INTO BVA-H2-STATUS
                   ELSE
                       MOVE 'OPEN' TO BVA-H2-STATUS
                   END-IF
           END-READ.
           WRITE BVA-HEADING-2.
           STRING WS-WANT-YEAR '-01'
               DELIMITED BY SIZE INTO BVA-H3-YTD-FROM.
           MOVE BVA-H2-PERIOD TO BVA-H3-YTD-TO.
           WRITE BVA-HEADING-3.
           WRITE BVA-HEADING-4.

      *****************************************************************
      * THE GROUP MASTER LOADS INTO AN IN-STORAGE TABLE IN GROUP CODE  *
      * ORDER, AS FOR THE CLOSING STATEMENT (SEE MYFCLOSE). A MISSING  *
      * OR EMPTY MASTER ONLY COSTS THE GROUP DESCRIPTIONS.            *
      *****************************************************************
       LOAD-GROUP-MASTER.
           OPEN INPUT GRPFILE.
           IF WS-GRP-STATUS = '00'
               PERFORM LOAD-ONE-GROUP UNTIL WS-GRP-EOF
               CLOSE GRPFILE
           END-IF.
           IF WS-GRP-COUNT = 0
               DISPLAY 'MYFBVAR: GROUP MASTER MISSING OR EMPTY - '
                   'GROUP SUBTOTALS PRINT UNDESCRIBED'
           END-IF.

       LOAD-ONE-GROUP.
           READ GRPFILE
               AT END
                   SET WS-GRP-EOF TO TRUE
               NOT AT END
                   IF GRP-CODE NOT = SPACES
                       AND WS-GRP-COUNT < WS-MAX-GRP-ENTRIES
                       ADD 1 TO WS-GRP-COUNT
                       MOVE GRP-CODE TO WS-GRP-CODE (WS-GRP-COUNT)
                       MOVE GRP-DESCRIPTION TO
                           WS-GRP-DESC (WS-GRP-COUNT)
                       PERFORM CLEAR-GROUP-TOTALS
                   END-IF
           END-READ.

       CLEAR-GROUP-TOTALS.
           MOVE 0 TO WS-GRP-CAT-COUNT (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-PER-BUDGET (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-PER-ACTUAL (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-YTD-BUDGET (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-YTD-ACTUAL (WS-GRP-COUNT).

       LOAD-ONE-CATEGORY.
           READ CATFILE NEXT RECORD
               AT END
                   SET WS-CATF-EOF TO TRUE
               NOT AT END
                   MOVE CAT-CODE TO WS-LOOK-CAT-CODE
                   PERFORM ADD-CATEGORY-ENTRY
                   IF WS-CAT-HIT > 0
                       MOVE CAT-DESCRIPTION TO WS-CAT-DESC (WS-CAT-HIT)
                       MOVE CAT-GROUP-CODE TO
                           WS-CAT-GROUP (WS-CAT-HIT)
                   END-IF
           END-READ.

      *****************************************************************
      * A BUDGET OR A POSTING FOR A CATEGORY NO LONGER ON THE MASTER   *
      * STILL BELONGS IN THE FIGURES, SO IT GETS AN ENTRY OF ITS OWN,  *
      * WITHOUT A GROUP. A FULL TABLE IS REPORTED ONCE PER CATEGORY    *
      * LOST AND ENDS THE STEP RC 16, AS THE TOTALS ARE THEN SHORT.   *
      *****************************************************************
       FIND-CATEGORY-ENTRY.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   OR WS-CAT-HIT > 0
               IF WS-CAT-CODE (WS-CAT-SUB) = WS-LOOK-CAT-CODE
                   MOVE WS-CAT-SUB TO WS-CAT-HIT
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT = 0
               PERFORM ADD-CATEGORY-ENTRY
               IF WS-CAT-HIT > 0
                   MOVE '(NOT ON CATEGORY MASTER)' TO
                       WS-CAT-DESC (WS-CAT-HIT)
               END-IF
           END-IF.

       ADD-CATEGORY-ENTRY.
           MOVE 0 TO WS-CAT-HIT.
           IF WS-CAT-COUNT < WS-MAX-CAT-ENTRIES
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-HIT
               MOVE WS-LOOK-CAT-CODE TO WS-CAT-CODE (WS-CAT-HIT)
               MOVE SPACES TO WS-CAT-DESC (WS-CAT-HIT)
               MOVE SPACES TO WS-CAT-GROUP (WS-CAT-HIT)
               MOVE 'N' TO WS-CAT-BUDGETED-SW (WS-CAT-HIT)
               MOVE 0 TO WS-CAT-PER-BUDGET (WS-CAT-HIT)
               MOVE 0 TO WS-CAT-PER-ACTUAL (WS-CAT-HIT)
               MOVE 0 TO WS-CAT-YTD-BUDGET (WS-CAT-HIT)
               MOVE 0 TO WS-CAT-YTD-ACTUAL (WS-CAT-HIT)
           ELSE
               MOVE SPACES TO WS-EDIT-ERROR-TEXT
               STRING 'CATEGORY TABLE FULL - CATEGORY '
                   WS-LOOK-CAT-CODE ' NOT REPORTED'
                   DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
               DISPLAY 'MYFBVAR: ' WS-EDIT-ERROR-TEXT
               PERFORM WRITE-REPORT-ERROR
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * THE BUDGET FILE IS KEYED BY CATEGORY, SO EVERY RECORD OF THE   *
      * YEAR UP TO AND INCLUDING THE PERIOD IS PICKED UP IN ONE PASS;  *
      * THE PERIOD'S OWN RECORD ALSO MAKES THE PERIOD BUDGET.         *
      *****************************************************************
       COLLECT-BUDGET.
           READ BUDFILE NEXT RECORD
               AT END
                   SET WS-BUD-EOF TO TRUE
               NOT AT END
                   IF BUD-PERIOD-ID (1:4) = WS-WANT-YEAR
                       AND BUD-PERIOD-ID NOT > WS-WANT-PERIOD
                       MOVE BUD-CATEGORY-CODE TO WS-LOOK-CAT-CODE
                       PERFORM FIND-CATEGORY-ENTRY
                       IF WS-CAT-HIT > 0
                           PERFORM STORE-BUDGET
                       END-IF
                   END-IF
           END-READ.

       STORE-BUDGET.
           ADD BUD-AMOUNT TO WS-CAT-YTD-BUDGET (WS-CAT-HIT).
           IF BUD-PERIOD-ID = WS-WANT-PERIOD
               ADD BUD-AMOUNT TO WS-CAT-PER-BUDGET (WS-CAT-HIT)
               MOVE 'Y' TO WS-CAT-BUDGETED-SW (WS-CAT-HIT)
               ADD 1 TO WS-PERIOD-BUDGET-COUNT
           END-IF.

      *****************************************************************
      * THE HISTFILE KEY LEADS WITH THE RUN-ID, SO THE WHOLE FILE IS   *
      * READ AND EVERY MOVEMENT IN THE YEAR UP TO THE END OF THE       *
      * PERIOD IS ADDED TO ITS CATEGORY. A DETAIL RUN'S RUN-LEVEL      *
      * EVENT CARRIES NO CATEGORY AND IS PASSED OVER - ITS TYPE-'D'    *
      * EVENTS CARRY THE MOVEMENT.                                    *
      *****************************************************************
       COLLECT-HISTORY-EVENT.
           READ HISTFILE NEXT
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-CATEGORY-CODE NOT = SPACES
                       AND HIST-ENTRY-TYPE NOT = 'C'
                       AND HIST-ENTRY-TYPE NOT = 'S'
                       AND HIST-POST-DATE (1:4) = WS-WANT-YEAR
                       AND HIST-POST-DATE (1:6) NOT > WS-WANT-PERIOD
                       MOVE HIST-CATEGORY-CODE TO WS-LOOK-CAT-CODE
                       PERFORM FIND-CATEGORY-ENTRY
                       IF WS-CAT-HIT > 0
                           PERFORM STORE-MOVEMENT
                       END-IF
                   END-IF
           END-READ.

       STORE-MOVEMENT.
           ADD HIST-FINAL-TOTAL TO WS-CAT-YTD-ACTUAL (WS-CAT-HIT).
           IF HIST-POST-DATE (1:6) = WS-WANT-PERIOD
               ADD HIST-FINAL-TOTAL TO WS-CAT-PER-ACTUAL (WS-CAT-HIT)
           END-IF.

      *****************************************************************
      * EVERY CATEGORY THAT WILL PRINT ROLLS INTO ITS GROUP'S BUCKET   *
      * AND THE GRAND TOTAL. A GROUP FOUND ONLY ON CATEGORY RECORDS -  *
      * OR NO GROUP AT ALL - IS ADDED TO THE END OF THE TABLE, AS ON   *
      * THE CLOSING STATEMENT.                                        *
      *****************************************************************
       ROLL-INTO-GROUP.
           IF WS-CAT-BUDGETED (WS-CAT-SUB)
               OR WS-CAT-YTD-BUDGET (WS-CAT-SUB) NOT = 0
               OR WS-CAT-YTD-ACTUAL (WS-CAT-SUB) NOT = 0
               PERFORM FIND-GROUP-ENTRY
               IF WS-GRP-HIT > 0
                   ADD 1 TO WS-GRP-CAT-COUNT (WS-GRP-HIT)
                   ADD WS-CAT-PER-BUDGET (WS-CAT-SUB) TO
                       WS-GRP-PER-BUDGET (WS-GRP-HIT)
                   ADD WS-CAT-PER-ACTUAL (WS-CAT-SUB) TO
                       WS-GRP-PER-ACTUAL (WS-GRP-HIT)
                   ADD WS-CAT-YTD-BUDGET (WS-CAT-SUB) TO
                       WS-GRP-YTD-BUDGET (WS-GRP-HIT)
                   ADD WS-CAT-YTD-ACTUAL (WS-CAT-SUB) TO
                       WS-GRP-YTD-ACTUAL (WS-GRP-HIT)
               END-IF
           END-IF.

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-CODE (WS-GRP-SUB) = WS-CAT-GROUP (WS-CAT-SUB)
                   MOVE WS-GRP-SUB TO WS-GRP-HIT
               END-IF
           END-PERFORM.
           IF WS-GRP-HIT = 0
               IF WS-GRP-COUNT < WS-MAX-GRP-ENTRIES
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-HIT
                   MOVE WS-CAT-GROUP (WS-CAT-SUB) TO
                       WS-GRP-CODE (WS-GRP-HIT)
                   IF WS-CAT-GROUP (WS-CAT-SUB) = SPACES
                       MOVE '(UNASSIGNED)' TO WS-GRP-DESC (WS-GRP-HIT)
                   ELSE
                       MOVE '(NOT ON GROUP MASTER)' TO
                           WS-GRP-DESC (WS-GRP-HIT)
                   END-IF
                   PERFORM CLEAR-GROUP-TOTALS
               ELSE
                   MOVE SPACES TO WS-EDIT-ERROR-TEXT
                   STRING 'GROUP TABLE FULL - CATEGORY '
                       WS-CAT-CODE (WS-CAT-SUB) ' NOT REPORTED'
                       DELIMITED BY SIZE INTO WS-EDIT-ERROR-TEXT
                   DISPLAY 'MYFBVAR: ' WS-EDIT-ERROR-TEXT
                   PERFORM WRITE-REPORT-ERROR
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A GROUP WITH NOTHING TO REPORT PRINTS NOTHING. OTHERWISE ITS   *
      * HEADING, EACH OF ITS CATEGORIES IN CATEGORY MASTER ORDER, AND  *
      * ITS SUBTOTAL.                                                 *
      *****************************************************************
       PRINT-ONE-GROUP.
           IF WS-GRP-CAT-COUNT (WS-GRP-SUB) > 0
               MOVE WS-GRP-CODE (WS-GRP-SUB) TO BVA-GRP-CODE
               MOVE WS-GRP-DESC (WS-GRP-SUB) TO BVA-GRP-DESC
               WRITE BVA-GROUP-LINE
               PERFORM PRINT-GROUP-CATEGORY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               MOVE WS-GRP-CODE (WS-GRP-SUB) TO BVA-GTL-CODE
               WRITE BVA-GROUP-TOTAL-LINE
               MOVE WS-GRP-PER-BUDGET (WS-GRP-SUB) TO WS-FIG-PER-BUDGET
               MOVE WS-GRP-PER-ACTUAL (WS-GRP-SUB) TO WS-FIG-PER-ACTUAL
               MOVE WS-GRP-YTD-BUDGET (WS-GRP-SUB) TO WS-FIG-YTD-BUDGET
               MOVE WS-GRP-YTD-ACTUAL (WS-GRP-SUB) TO WS-FIG-YTD-ACTUAL
               PERFORM WRITE-FIGURE-LINES
               ADD WS-GRP-PER-BUDGET (WS-GRP-SUB) TO WS-TOT-PER-BUDGET
               ADD WS-GRP-PER-ACTUAL (WS-GRP-SUB) TO WS-TOT-PER-ACTUAL
               ADD WS-GRP-YTD-BUDGET (WS-GRP-SUB) TO WS-TOT-YTD-BUDGET
               ADD WS-GRP-YTD-ACTUAL (WS-GRP-SUB) TO WS-TOT-YTD-ACTUAL
           END-IF.

       PRINT-GROUP-CATEGORY.
           IF WS-CAT-GROUP (WS-CAT-SUB) = WS-GRP-CODE (WS-GRP-SUB)
               AND (WS-CAT-BUDGETED (WS-CAT-SUB)
                   OR WS-CAT-YTD-BUDGET (WS-CAT-SUB) NOT = 0
                   OR WS-CAT-YTD-ACTUAL (WS-CAT-SUB) NOT = 0)
               MOVE WS-CAT-CODE (WS-CAT-SUB) TO BVA-CAT-CODE
               MOVE WS-CAT-DESC (WS-CAT-SUB) TO BVA-CAT-DESC
               MOVE SPACES TO BVA-CAT-NOTE
               IF NOT WS-CAT-BUDGETED (WS-CAT-SUB)
                   MOVE '*NO PERIOD BUDGET*' TO BVA-CAT-NOTE
                   IF WS-CAT-PER-ACTUAL (WS-CAT-SUB) NOT = 0
                       ADD 1 TO WS-UNBUDGETED-COUNT
                   END-IF
               END-IF
               WRITE BVA-CATEGORY-LINE
               MOVE WS-CAT-PER-BUDGET (WS-CAT-SUB) TO WS-FIG-PER-BUDGET
               MOVE WS-CAT-PER-ACTUAL (WS-CAT-SUB) TO WS-FIG-PER-ACTUAL
               MOVE WS-CAT-YTD-BUDGET (WS-CAT-SUB) TO WS-FIG-YTD-BUDGET
               MOVE WS-CAT-YTD-ACTUAL (WS-CAT-SUB) TO WS-FIG-YTD-ACTUAL
               PERFORM WRITE-FIGURE-LINES
               ADD 1 TO WS-REPORTED-COUNT
           END-IF.

       WRITE-FIGURE-LINES.
           MOVE 'PERIOD' TO BVA-FIG-LABEL.
           MOVE WS-FIG-PER-BUDGET TO WS-FIG-BUDGET.
           MOVE WS-FIG-PER-ACTUAL TO WS-FIG-ACTUAL.
           PERFORM WRITE-ONE-FIGURE-LINE.
           MOVE 'YEAR TO DATE' TO BVA-FIG-LABEL.
           MOVE WS-FIG-YTD-BUDGET TO WS-FIG-BUDGET.
           MOVE WS-FIG-YTD-ACTUAL TO WS-FIG-ACTUAL.
           PERFORM WRITE-ONE-FIGURE-LINE.

      *****************************************************************
      * THE PERCENT IS TAKEN OVER THE SIZE OF THE BUDGET, SIGN         *
      * DROPPED, SO IT READS THE SAME WAY FOR A CREDIT BUDGET AS FOR A *
      * DEBIT ONE. A ZERO BUDGET HAS NO PERCENT, AND ONE TOO LARGE FOR *
      * THE COLUMN PRINTS AS ASTERISKS.                               *
      *****************************************************************
       WRITE-ONE-FIGURE-LINE.
           COMPUTE WS-FIG-VARIANCE = WS-FIG-ACTUAL - WS-FIG-BUDGET.
           MOVE WS-FIG-BUDGET TO BVA-FIG-BUDGET.
           MOVE WS-FIG-ACTUAL TO BVA-FIG-ACTUAL.
           MOVE WS-FIG-VARIANCE TO BVA-FIG-VARIANCE.
           IF WS-FIG-BUDGET = 0
               MOVE '    N/A' TO BVA-FIG-PERCENT-X
           ELSE
               IF WS-FIG-BUDGET < 0
                   COMPUTE WS-FIG-BASE = 0 - WS-FIG-BUDGET
               ELSE
                   MOVE WS-FIG-BUDGET TO WS-FIG-BASE
               END-IF
               COMPUTE WS-FIG-PERCENT ROUNDED =
                   WS-FIG-VARIANCE * 100 / WS-FIG-BASE
                   ON SIZE ERROR
                       MOVE '  *****' TO BVA-FIG-PERCENT-X
                   NOT ON SIZE ERROR
                       MOVE WS-FIG-PERCENT TO BVA-FIG-PERCENT
               END-COMPUTE
           END-IF.
           WRITE BVA-FIGURE-LINE.

       WRITE-REPORT-ERROR.
           MOVE WS-EDIT-ERROR-TEXT TO BVA-ERR-TEXT.
           WRITE BVA-ERROR-LINE.

       TERMINATION.
           CLOSE BVACARDS.
           CLOSE CATFILE.
           CLOSE HISTFILE.
           CLOSE PERDFILE.
           IF WS-BUD-OPEN
               CLOSE BUDFILE
           END-IF.
           CLOSE RPTFILE.
