      *****************************************************************
      * BVALINES    - MYFBVAR BUDGET-VERSUS-ACTUAL REPORT LAYOUT       *
      *               HEADING, GROUP, CATEGORY AND FIGURE LINES FOR    *
      *               THE RPTFILE DD. EACH CATEGORY, GROUP SUBTOTAL    *
      *               AND THE GRAND TOTAL PRINTS A NAME LINE FOLLOWED  *
      *               BY TWO FIGURE LINES - THE PERIOD AND THE YEAR TO *
      *               DATE - OF BUDGET, ACTUAL, VARIANCE (ACTUAL LESS  *
      *               BUDGET) AND VARIANCE AS A PERCENT OF THE BUDGET. *
      *               FIRST BYTE OF EACH LINE IS ASA CARRIAGE CONTROL.*
      *****************************************************************
       01  BVA-HEADING-1.
           05  BVA-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(32)
                   VALUE 'MYFBVAR - BUDGET VERSUS ACTUAL'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  BVA-H1-RUN-DATE          PIC X(10).

       01  BVA-HEADING-2.
           05  BVA-H2-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05  BVA-H2-PERIOD            PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BVA-H2-STATUS            PIC X(20).

       01  BVA-HEADING-3.
           05  BVA-H3-CC                PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(14)
                   VALUE 'YEAR TO DATE: '.
           05  BVA-H3-YTD-FROM          PIC X(07).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  BVA-H3-YTD-TO            PIC X(07).

       01  BVA-HEADING-4.
           05  BVA-H4-CC                PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE '         BUDGET'.
           05  FILLER                   PIC X(16)
                   VALUE '         ACTUAL'.
           05  FILLER                   PIC X(17)
                   VALUE '       VARIANCE'.
           05  FILLER                   PIC X(07) VALUE '  VAR %'.

       01  BVA-GROUP-LINE.
           05  BVA-GRP-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'GROUP '.
           05  BVA-GRP-CODE             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BVA-GRP-DESC             PIC X(30).

       01  BVA-CATEGORY-LINE.
           05  BVA-CAT-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BVA-CAT-CODE             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BVA-CAT-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BVA-CAT-NOTE             PIC X(20).

       01  BVA-FIGURE-LINE.
           05  BVA-FIG-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BVA-FIG-LABEL            PIC X(14).
           05  BVA-FIG-BUDGET           PIC ---,---,---,--9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BVA-FIG-ACTUAL           PIC ---,---,---,--9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BVA-FIG-VARIANCE         PIC ---,---,---,--9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BVA-FIG-PERCENT          PIC ----9.9.
           05  BVA-FIG-PERCENT-X REDEFINES BVA-FIG-PERCENT
                                        PIC X(07).

       01  BVA-GROUP-TOTAL-LINE.
           05  BVA-GTL-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'TOTAL GROUP '.
           05  BVA-GTL-CODE             PIC X(02).

       01  BVA-GRAND-TOTAL-LINE.
           05  BVA-GND-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(24)
                   VALUE 'GRAND TOTAL - ALL GROUPS'.

       01  BVA-COUNT-LINE.
           05  BVA-CNT-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BVA-CNT-LABEL            PIC X(34).
           05  BVA-CNT-VALUE            PIC ZZZZ9.

       01  BVA-ERROR-LINE.
           05  BVA-ERR-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*ERROR*'.
           05  BVA-ERR-TEXT             PIC X(60).
