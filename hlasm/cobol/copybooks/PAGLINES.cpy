      *****************************************************************
      * PAGLINES    - MYFPAGE PENDING-PARAMETER AGING REPORT LAYOUT    *
      *               HEADING AND DETAIL LINES FOR THE RPTFILE DD.     *
      *               FIRST BYTE OF EACH LINE IS ASA CARRIAGE CONTROL. *
      *****************************************************************
       01  PAG-HEADING-1.
           05  PAG-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(44)
                   VALUE 'MYFPAGE - PENDING-PARAMETER QUEUE AGING'.
           05  PAG-H1-RUN-DATE          PIC X(10).

       01  PAG-HEADING-2.
           05  PAG-H2-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'EXPIRY AGE: '.
           05  PAG-H2-EXPIRY-DAYS       PIC ZZ9.
           05  FILLER                   PIC X(50)
                   VALUE ' BUSINESS DAYS - AGES ARE IN BUSINESS DAYS'.

       01  PAG-HEADING-3.
           05  PAG-H3-CC                PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'RUN ID'.
           05  FILLER                   PIC X(03) VALUE 'M'.
           05  FILLER                   PIC X(04) VALUE 'CT'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(12) VALUE 'ENTERED'.
           05  FILLER                   PIC X(05) VALUE 'AGE'.
           05  FILLER                   PIC X(10) VALUE 'KEYER'.
           05  FILLER                   PIC X(10) VALUE 'APPROVER'.
           05  FILLER                   PIC X(12) VALUE 'NOTE'.

       01  PAG-DETAIL-LINE.
           05  PAG-DET-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PAG-DET-RUN-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-MODE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-CATEGORY         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-STATUS           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-ENTRY-DATE       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-AGE              PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-KEYER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-APPROVER         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PAG-DET-NOTE             PIC X(12).

       01  PAG-SUMMARY-LINE.
           05  PAG-SUM-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PAG-SUM-LABEL            PIC X(30).
           05  PAG-SUM-VALUE            PIC ZZZZ9.

       01  PAG-ERROR-LINE.
           05  PAG-ERR-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*ERROR*'.
           05  PAG-ERR-TEXT             PIC X(60).
