       01  RPT-HEADING-1.
           05  RPT-H1-CC                PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RPT-H1-TITLE             PIC X(30)
                   VALUE 'MYFIRSTCBL - ACCUMULATION RUN'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RPT-H1-RUN-DATE          PIC X(10).
           05  RPT-CAT-DESC             PIC X(32).
           05  RPT-CAT-TOTAL            PIC ---,---,--9.

       01  RPT-SIMULATION-LINE.
           05  RPT-SIM-CC               PIC X(01) VALUE '0'.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(40)
                   VALUE 'SIMULATION - NOTHING POSTED - PROJECTED'.

       01  RPT-BREACH-LINE.
           05  RPT-BRH-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  RPT-BRH-FLAG             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'WARN BOUND: '.
           05  RPT-BRH-WARN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(13)
                   VALUE '  ERR BOUND: '.
           05  RPT-BRH-ERROR            PIC ZZZ,ZZZ,ZZ9.

       01  RPT-GROUP-HDR.
           05  RPT-GRPH-CC              PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
