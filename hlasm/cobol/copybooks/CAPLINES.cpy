      *****************************************************************
      * CAPLINES    - MYFPERF BATCH WINDOW CAPACITY REPORT LAYOUT      *
      *               HEADING, STEP, WINDOW AND PROJECTION LINES FOR   *
      *               THE RPTFILE DD. EACH JOB STEP PRINTS ONE LINE    *
      *               PER WEEK OF ITS RUNS, AVERAGE AND LONGEST        *
      *               ELAPSED TIME AND TOTAL VOLUMES; THE MYCOBJOB     *
      *               WINDOW PRINTS ONE LINE PER WEEK OF ITS WINDOWS,  *
      *               AVERAGE AND LONGEST ELAPSED TIME, FOLLOWED BY    *
      *               THE OVERRUN PROJECTION. FIRST BYTE OF EACH LINE  *
      *               IS ASA CARRIAGE CONTROL.                        *
      *****************************************************************
       01  CAP-HEADING-1.
           05  CAP-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(32)
                   VALUE 'MYFPERF - BATCH WINDOW CAPACITY'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  CAP-H1-RUN-DATE          PIC X(10).

       01  CAP-HEADING-2.
           05  CAP-H2-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'WINDOW: '.
           05  CAP-H2-OPEN              PIC X(05).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CAP-H2-CUTOFF            PIC X(05).
           05  FILLER                   PIC X(11) VALUE '  ALLOWED: '.
           05  CAP-H2-ALLOWED           PIC X(08).

       01  CAP-HEADING-3.
           05  CAP-H3-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'WEEKS: '.
           05  CAP-H3-WEEKS             PIC Z9.
           05  FILLER                   PIC X(07) VALUE '  FROM '.
           05  CAP-H3-FROM              PIC X(10).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  CAP-H3-TO                PIC X(10).

       01  CAP-STEP-LINE.
           05  CAP-STP-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'JOB '.
           05  CAP-STP-JOB              PIC X(08).
           05  FILLER                   PIC X(07) VALUE '  STEP '.
           05  CAP-STP-STEP             PIC X(08).
           05  FILLER                   PIC X(11) VALUE '  PROGRAM '.
           05  CAP-STP-PROGRAM          PIC X(08).

       01  CAP-STEP-HEADING.
           05  CAP-STH-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'WEEK ENDING'.
           05  FILLER                   PIC X(04) VALUE 'RUNS'.
           05  FILLER                   PIC X(09) VALUE '  AVERAGE'.
           05  FILLER                   PIC X(09) VALUE '  LONGEST'.
           05  FILLER                   PIC X(08) VALUE '  RANGES'.
           05  FILLER                   PIC X(12) VALUE '  ITERATIONS'.
           05  FILLER                   PIC X(11) VALUE ' DETAIL RDS'.
           05  FILLER                   PIC X(08) VALUE '  CKPTS'.

       01  CAP-STEP-WEEK-LINE.
           05  CAP-SWK-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-WEEK-END         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-RUNS             PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-AVERAGE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-LONGEST          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-RANGES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-ITERATIONS       PIC ZZZZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-DETAIL-READ      PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-SWK-CHECKPOINTS      PIC ZZZZZZ9.

       01  CAP-WINDOW-LINE.
           05  CAP-WIN-CC               PIC X(01) VALUE '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(18)
                   VALUE 'MYCOBJOB WINDOW - '.
           05  FILLER                   PIC X(30)
                   VALUE 'EXTRACT START TO LAST STEP END'.

       01  CAP-WINDOW-HEADING.
           05  CAP-WNH-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'WEEK ENDING'.
           05  FILLER                   PIC X(04) VALUE 'WNDS'.
           05  FILLER                   PIC X(09) VALUE '  AVERAGE'.
           05  FILLER                   PIC X(09) VALUE '  LONGEST'.

       01  CAP-WINDOW-WEEK-LINE.
           05  CAP-WWK-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-WWK-WEEK-END         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-WWK-WINDOWS          PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-WWK-AVERAGE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-WWK-LONGEST          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CAP-WWK-FLAG             PIC X(20).

       01  CAP-PROJECTION-LINE.
           05  CAP-PRJ-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CAP-PRJ-LABEL            PIC X(32).
           05  CAP-PRJ-VALUE            PIC X(44).
           05  CAP-PRJ-NUMBER-VIEW REDEFINES CAP-PRJ-VALUE.
               10  CAP-PRJ-NUMBER       PIC ------9.
               10  CAP-PRJ-NUMBER-TEXT  PIC X(37).

       01  CAP-ERROR-LINE.
           05  CAP-ERR-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*ERROR*'.
           05  CAP-ERR-TEXT             PIC X(60).
