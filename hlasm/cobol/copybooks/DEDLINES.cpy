                   VALUE 'FEED DATE: '.
           05  DED-FED-DATE             PIC X(10).

       01  DED-SEQUENCE-LINE.
           05  DED-SEQ-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(22)
                   VALUE 'LAST REGISTERED FEED: '.
           05  DED-SEQ-LAST             PIC X(10).
           05  FILLER                   PIC X(12)
                   VALUE '  EXPECTED: '.
           05  DED-SEQ-EXPECTED         PIC X(10).

       01  DED-REGISTER-LINE.
           05  DED-REG-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(15)
                   VALUE 'REGISTERED AS: '.
           05  DED-REG-DATE             PIC X(10).
           05  FILLER                   PIC X(05) VALUE ' SEQ '.
           05  DED-REG-SEQ              PIC 9(02).
           05  FILLER                   PIC X(07) VALUE '  HASH '.
           05  DED-REG-HASH             PIC 9(09).

       01  DED-BALANCE-LINE.
           05  DED-BAL-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*ERROR*'.
           05  DED-ERR-TEXT             PIC X(60).

       01  DED-WARNING-LINE.
           05  DED-WRN-CC               PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '*WARN* '.
           05  DED-WRN-TEXT             PIC X(60).
