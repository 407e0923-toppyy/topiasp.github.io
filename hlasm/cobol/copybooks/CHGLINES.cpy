      *****************************************************************
      * CHGLINES    - MYFCHGRP CHANGE LOG REPORT LAYOUT                *
      *               HEADING, DETAIL AND IMAGE LINES FOR THE RPTFILE  *
      *               DD. EACH CHANGE PRINTS A DETAIL LINE FOLLOWED BY *
      *               ITS BEFORE AND AFTER IMAGES - CATEGORY MASTER    *
      *               IMAGES FIELD BY FIELD (THE NET POSITION IS       *
      *               PACKED), ALL OTHERS AS TWO 40-BYTE HALVES. THE   *
      *               FIRST BYTE OF EACH LINE IS ASA CARRIAGE          *
      *               CONTROL.                                        *
      *****************************************************************
       01  CHL-HEADING-1.
           05  CHL-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
                   VALUE 'MYFCHGRP - CONTROL FILE CHANGE LOG'.
           05  CHL-H1-RUN-DATE          PIC X(10).

       01  CHL-HEADING-2.
           05  CHL-H2-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'FILE'.
           05  FILLER                   PIC X(17) VALUE 'RECORD KEY'.
           05  FILLER                   PIC X(11) VALUE 'CHG DATE'.
           05  FILLER                   PIC X(07) VALUE 'TIME'.
           05  FILLER                   PIC X(02) VALUE 'A'.
           05  FILLER                   PIC X(09) VALUE 'USER'.
           05  FILLER                   PIC X(08) VALUE 'JOB'.

       01  CHL-DETAIL-LINE.
           05  CHL-DET-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  CHL-DET-FILE-ID          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-RECORD-KEY       PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-CHG-DATE         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-CHG-TIME         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-ACTION           PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-USER-ID          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-DET-JOB-NAME         PIC X(08).

       01  CHL-IMAGE-LINE.
           05  CHL-IMG-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CHL-IMG-LABEL            PIC X(08).
           05  CHL-IMG-TEXT             PIC X(40).

       01  CHL-CATEGORY-LINE.
           05  CHL-CAT-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CHL-CAT-LABEL            PIC X(08).
           05  CHL-CAT-CODE             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-CAT-DESCRIPTION      PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-CAT-ACTIVE-FLAG      PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-CAT-GROUP-CODE       PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-CAT-NET-POSITION     PIC ---,---,--9.

       01  CHL-COUNT-LINE.
           05  CHL-CNT-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE 'CHANGES PRINTED: '.
           05  CHL-CNT-VALUE            PIC ZZZZZZZZ9.
