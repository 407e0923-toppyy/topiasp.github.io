           05  FILLER                   PIC X(10) VALUE 'RUN ID'.
           05  FILLER                   PIC X(04) VALUE 'CAT'.
           05  FILLER                   PIC X(13) VALUE '     AMOUNT'.
           05  FILLER                   PIC X(05) VALUE 'CCY'.
           05  FILLER                   PIC X(14) VALUE '  DISPOSITION'.

       01  SRP-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRP-DET-AMOUNT           PIC ---,---,--9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRP-DET-CURRENCY         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRP-DET-DISPOSITION      PIC X(14).

       01  SRP-SUMMARY-LINE.
