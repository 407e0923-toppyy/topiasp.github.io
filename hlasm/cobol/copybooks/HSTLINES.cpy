      * HSTLINES    - MYFHIST POSTING HISTORY REPORT LAYOUT            *
      *               HEADING AND DETAIL LINES FOR THE RPTFILE DD.     *
      *               FIRST BYTE OF EACH LINE IS ASA CARRIAGE CONTROL. *
      *               HST-FX-LINE FOLLOWS THE DETAIL LINE OF AN EVENT  *
      *               CARRYING A FOREIGN-CURRENCY ORIGINAL AMOUNT.    *
      *****************************************************************
       01  HST-HEADING-1.
           05  HST-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HST-DET-CATEGORY         PIC X(02).

       01  HST-FX-LINE.
           05  HST-FX-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'ORIGINAL '.
           05  HST-FX-CURRENCY          PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HST-FX-ORIG-AMOUNT       PIC ---,---,--9.
           05  FILLER                   PIC X(09) VALUE ' AT RATE '.
           05  HST-FX-RATE              PIC ZZZZ9.999999.

       01  HST-COUNT-LINE.
           05  HST-CNT-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
