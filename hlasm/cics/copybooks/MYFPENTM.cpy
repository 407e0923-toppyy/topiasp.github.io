           05  FILLER REDEFINES XFRAMTF.
               10  XFRAMTA              PIC X.
           05  XFRAMTI                  PIC X(09).
           05  OVRDL                    COMP PIC S9(4).
           05  OVRDF                    PIC X.
           05  FILLER REDEFINES OVRDF.
               10  OVRDA                PIC X.
           05  OVRDI                    PIC X(01).
           05  MSGL                     COMP PIC S9(4).
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                   PIC X(03).
           05  XFRAMTO                  PIC X(09).
           05  FILLER                   PIC X(03).
           05  OVRDO                    PIC X(01).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(79).
