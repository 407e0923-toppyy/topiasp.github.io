      *****************************************************************
      * SGNLINES    - MYFSGEN STANDING-ORDER GENERATION REPORT LAYOUT  *
      *               HEADING, DETAIL AND SUMMARY LINES FOR THE        *
      *               RPTFILE DD - ONE DETAIL LINE PER ORDER ON THE    *
      *               MASTER, GENERATED OR SKIPPED WITH THE REASON.    *
      *               FIRST BYTE OF EACH LINE IS ASA CARRIAGE CONTROL. *
      *****************************************************************
       01  SGN-HEADING-1.
           05  SGN-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(38)
                   VALUE 'MYFSGEN - STANDING-ORDER GENERATION'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-H1-RUN-DATE          PIC X(10).

       01  SGN-HEADING-2.
           05  SGN-H2-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'ID'.
           05  FILLER                   PIC X(04) VALUE 'SCH'.
           05  FILLER                   PIC X(10) VALUE 'RUN ID'.
           05  FILLER                   PIC X(03) VALUE 'MD'.
           05  FILLER                   PIC X(04) VALUE 'CAT'.
           05  FILLER                   PIC X(04) VALUE 'OVR'.
           05  FILLER                   PIC X(11) VALUE 'ACTION'.
           05  FILLER                   PIC X(34) VALUE 'REASON'.

       01  SGN-DETAIL-LINE.
           05  SGN-DET-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-DET-ORDER-ID         PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SGN-DET-SCHEDULE         PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SGN-DET-RUN-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-DET-MODE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-DET-CATEGORY         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-DET-OVERRIDE         PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SGN-DET-ACTION           PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SGN-DET-REASON           PIC X(34).

       01  SGN-SUMMARY-LINE.
           05  SGN-SUM-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  SGN-SUM-LABEL            PIC X(24).
           05  SGN-SUM-VALUE            PIC ZZZZ9.

       01  SGN-ERROR-LINE.
           05  SGN-ERR-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*ERROR*'.
           05  SGN-ERR-TEXT             PIC X(60).
